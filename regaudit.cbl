               SELECT auditfile ASSIGN TO auditpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS auditstatus.
               SELECT memberfile ASSIGN TO memberpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS memberstatus.

       DATA DIVISION.
           FILE SECTION.
             FD registryfile.
             01 registryrec PIC X(340).
             FD probefile.
             01 proberec PIC X(300).
             FD indexfile.
             01 indexrec PIC X(80).
             FD auditfile.
             01 auditrec PIC X(300).
             FD memberfile.
             01 memberrec PIC X(120).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 missingcount PIC 9(6) VALUE 0.
             01 archivedcount PIC 9(6) VALUE 0.
             01 orphancount PIC 9(6) VALUE 0.
      *Verify mode (REGAUDIT_MODE=VERIFY) also recomputes the
      *content fingerprint of every registered artifact - on disk,
      *or its section of the monthly archive member once swept -
      *and reports each one whose content no longer matches what
      *the run registered. Only a path's newest registration
      *counts: a rerun legitimately rewrites the file it
      *registered before.
             01 auditmode PIC X(8) VALUE SPACES.
             01 verifycount PIC 9(6) VALUE 0.
             01 alteredcount PIC 9(6) VALUE 0.
             01 nofpcount PIC 9(6) VALUE 0.
             01 recfp PIC X(10) VALUE SPACES.
             01 recrecs PIC X(7) VALUE SPACES.
             01 nowfp PIC X(10) VALUE SPACES.
             01 nowrecs PIC X(7) VALUE SPACES.
             01 fpop PIC X(4) VALUE "FILE".
             01 fparea PIC X(250) VALUE SPACES.
             01 fpvalue PIC 9(10) VALUE 0.
             01 fpcount PIC 9(7) VALUE 0.
             01 fpresult PIC X(2) VALUE SPACES.
             01 archivebase PIC X(250) VALUE SPACES.
             01 memberpath PIC X(250) VALUE SPACES.
             01 memberstatus PIC X(2) VALUE SPACES.
             01 membereof PIC 9(1) VALUE 0.
             01 memberheader PIC X(22) VALUE SPACES.
             01 insection PIC 9(1) VALUE 0.
             01 sectionfound PIC 9(1) VALUE 0.
             01 archmonth PIC X(6) VALUE SPACES.
      *Every registered path, kept for the orphan pass: a file on
      *disk that looks like a dated report but appears nowhere in
      *this table was produced outside any audited run.
             01 regidx PIC 9(5) VALUE 0.
             01 regfull PIC 9(1) VALUE 0.
             01 regtab.
               02 regentry OCCURS 20000 TIMES.
                 03 regpath PIC X(250).
                 03 regseq PIC 9(5).
                 03 regrunid PIC X(11).
                 03 regfp PIC X(10).
                 03 regrecs PIC X(7).
             01 pathlen PIC 9(3) VALUE 0.
             01 lastslash PIC 9(3) VALUE 0.
             01 pidx PIC 9(3) VALUE 0.
           IF rawwindow NOT= SPACES THEN
            COMPUTE scanwindow = FUNCTION NUMVAL(rawwindow)
           END-IF
           ACCEPT auditmode FROM ENVIRONMENT "REGAUDIT_MODE"
           IF auditmode = SPACES THEN
            MOVE "REGAUDIT_MODE" TO confkey
            PERFORM Getconfig
            MOVE confval TO auditmode
           END-IF
           MOVE FUNCTION UPPER-CASE(auditmode) TO auditmode
           ACCEPT archivebase FROM ENVIRONMENT "SWEEPER_ARCHIVE"
           IF archivebase = SPACES THEN
            MOVE "SWEEPER_ARCHIVE" TO confkey
            PERFORM Getconfig
            MOVE confval TO archivebase
           END-IF
           IF archivebase = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/archive'
             DELIMITED BY SIZE INTO archivebase
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO auditdate
           STRING FUNCTION TRIM(auditbase) "_" auditdate ".txt"
            DELIMITED BY SIZE INTO auditpath
           MOVE "auditfile" TO errfile
           MOVE auditstatus TO errstatus
           PERFORM Checkstatus
           MOVE HIGH-VALUES TO regtab
           PERFORM Walkregistry
           PERFORM Sweeporphans
           IF auditmode = "VERIFY" THEN
            PERFORM Verifyregistry
           END-IF
           MOVE SPACES TO auditrec
           STRING "SUMMARY REGISTERED " reccount
            " MISSING " missingcount
            " ARCHIVED " archivedcount
            " ORPHANS " orphancount
            DELIMITED BY SIZE INTO auditrec
           IF auditmode = "VERIFY" THEN
            STRING FUNCTION TRIM(auditrec) " VERIFIED " verifycount
             " ALTERED " alteredcount " UNFINGERPRINTED " nofpcount
             DELIMITED BY SIZE INTO auditrec
           END-IF
           WRITE auditrec
           CLOSE auditfile
           CALL "runreg" USING auditpath
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           IF auditmode = "VERIFY" THEN
            MOVE SPACES TO logmsg
            STRING "fingerprint verify - " verifycount
             " verified, " alteredcount " altered, " nofpcount
             " registered without a fingerprint"
             DELIMITED BY SIZE INTO logmsg
            IF alteredcount > 0 THEN
             MOVE "ERROR" TO logsev
            ELSE
             MOVE "INFO " TO logsev
            END-IF
            PERFORM Log
           END-IF
           IF missingcount > 0 OR orphancount > 0
            OR alteredcount > 0 THEN
            MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.
                IF regcount < 20000 THEN
                 ADD 1 TO regcount
                 MOVE recpath TO regpath(regcount)
                 MOVE regcount TO regseq(regcount)
                 MOVE recrunid TO regrunid(regcount)
                 MOVE registryrec(299:10) TO regfp(regcount)
                 MOVE registryrec(310:7) TO regrecs(regcount)
                ELSE
                 IF regfull = 0 THEN
                  MOVE 1 TO regfull
                AND indexrec(10:4) = fday
                AND indexrec(15:2) = fpart THEN
                MOVE 1 TO accounted
                MOVE indexrec(52:6) TO archmonth
                MOVE 1 TO ixeof
               END-IF
             END-READ
             END-PERFORM
            END-PERFORM.

      *Pass 3 (verify mode) - the newest registration of every
      *path, in path order, against the content as it stands now.
           Verifyregistry.
            IF regcount > 1 THEN
             SORT regentry ON ASCENDING KEY regpath regseq
            END-IF
            PERFORM VARYING regidx FROM 1 BY 1 UNTIL regidx > regcount
             IF regidx = regcount THEN
              PERFORM Verifyartifact
             ELSE
              IF regpath(regidx + 1) NOT= regpath(regidx) THEN
               PERFORM Verifyartifact
              END-IF
             END-IF
            END-PERFORM.

      *One artifact: on disk it is fingerprinted whole; a swept
      *dated report is fingerprinted from its archive section. A
      *path that is neither was already reported MISSING.
           Verifyartifact.
            MOVE regpath(regidx) TO recpath
            MOVE regrunid(regidx) TO recrunid
            MOVE regfp(regidx) TO recfp
            MOVE regrecs(regidx) TO recrecs
            IF recfp = SPACES THEN
             ADD 1 TO nofpcount
             EXIT PARAGRAPH
            END-IF
            MOVE "FILE" TO fpop
            MOVE recpath TO fparea
            CALL "fpserv" USING fpop fparea fpvalue fpcount fpresult
            IF fpresult NOT= "00" THEN
             PERFORM Parsereportpath
             MOVE 0 TO accounted
             IF fdate NOT= SPACES THEN
              PERFORM Searcharchive
             END-IF
             IF accounted = 0 THEN
              EXIT PARAGRAPH
             END-IF
             PERFORM Fingerprintsection
             IF sectionfound = 0 THEN
              MOVE 0 TO fpvalue
              MOVE 0 TO fpcount
             END-IF
            END-IF
            ADD 1 TO verifycount
            MOVE fpvalue TO nowfp
            MOVE fpcount TO nowrecs
            IF nowfp NOT= recfp OR nowrecs NOT= recrecs THEN
             ADD 1 TO alteredcount
             MOVE SPACES TO auditrec
             STRING "ALTERED " recrunid " "
              FUNCTION TRIM(recpath)
              " REGISTERED " recfp "/" recrecs
              " NOW " nowfp "/" nowrecs
              DELIMITED BY SIZE INTO auditrec
             WRITE auditrec
            END-IF.

      *Folds the report's section of its monthly archive member -
      *the lines between its "== dayN Pn date ==" header and the
      *next header - the way sweeper copied them in.
           Fingerprintsection.
            MOVE 0 TO fpvalue
            MOVE 0 TO fpcount
            MOVE 0 TO sectionfound
            MOVE SPACES TO memberpath
            STRING FUNCTION TRIM(archivebase) "_" archmonth ".txt"
             DELIMITED BY SIZE INTO memberpath
            MOVE SPACES TO memberheader
            STRING "== " fday " " fpart " " fdate " =="
             DELIMITED BY SIZE INTO memberheader
            OPEN INPUT memberfile
            IF memberstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO membereof
            MOVE 0 TO insection
            PERFORM UNTIL membereof = 1
             READ memberfile INTO memberrec
              AT END
               MOVE 1 TO membereof
              NOT AT END
               EVALUATE TRUE
                WHEN insection = 0
                 AND memberrec(1:22) = memberheader
                 MOVE 1 TO insection
                 MOVE 1 TO sectionfound
                WHEN insection = 1
                 AND memberrec(1:3) = "== "
                 MOVE 1 TO membereof
                WHEN insection = 1
                 MOVE "LINE" TO fpop
                 MOVE memberrec TO fparea
                 CALL "fpserv" USING fpop fparea fpvalue fpcount
                  fpresult
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE memberfile.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
