       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdrep.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT holdfile ASSIGN TO holdpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS holdstatus.
               SELECT indexfile ASSIGN TO indexpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS indexstatus.
               SELECT catfile ASSIGN TO catpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS catstatus.
               SELECT probefile ASSIGN TO probepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS probestatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.

       DATA DIVISION.
           FILE SECTION.
             FD holdfile.
             01 holdrec PIC X(120).
             FD indexfile.
             01 indexrec PIC X(80).
             FD catfile.
             01 catrec PIC X(80).
             FD probefile.
             01 proberec PIC X(80).
             FD reportfile.
             01 reportrec PIC X(160).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 holdpath PIC X(250) VALUE SPACES.
             01 holdstatus PIC X(2) VALUE SPACES.
             01 indexpath PIC X(250) VALUE SPACES.
             01 indexstatus PIC X(2) VALUE SPACES.
             01 archivebase PIC X(250) VALUE SPACES.
             01 catpath PIC X(250) VALUE SPACES.
             01 catstatus PIC X(2) VALUE SPACES.
             01 probepath PIC X(250) VALUE SPACES.
             01 probestatus PIC X(2) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 eof2 PIC 9(1) VALUE 0.
             01 rundate PIC X(8) VALUE SPACES.
             COPY holdrec.
             01 holdcount PIC 9(3) VALUE 0.
             01 badcount PIC 9(3) VALUE 0.
             01 heldtotal PIC 9(7) VALUE 0.
             01 heldhere PIC 9(7) VALUE 0.
             01 kindhits PIC 9(2) VALUE 0.
             01 dayhits PIC 9(2) VALUE 0.
             01 wantreports PIC 9(1) VALUE 0.
             01 wantexceptions PIC 9(1) VALUE 0.
      *Dates and months walked across a hold's span.
             01 fromint PIC 9(8) VALUE 0.
             01 toint PIC 9(8) VALUE 0.
             01 walkint PIC 9(8) VALUE 0.
             01 walkdate PIC 9(8) VALUE 0.
             01 walkdatex REDEFINES walkdate PIC X(8).
             01 walkmonth PIC 9(6) VALUE 0.
             01 walkmonthx REDEFINES walkmonth PIC X(6).
             01 lastmonth PIC 9(6) VALUE 0.
             01 daynum PIC 9(2) VALUE 0.
             01 dayx PIC 9(1) VALUE 0.
             01 baseidx PIC 9(1) VALUE 0.
             01 basetable-values.
               02 FILLER PIC X(10) VALUE "report    ".
               02 FILLER PIC X(10) VALUE "p1report  ".
               02 FILLER PIC X(10) VALUE "p2report  ".
             01 basetable REDEFINES basetable-values.
               02 basename PIC X(10) OCCURS 3 TIMES.

       PROCEDURE DIVISION.
      *Legal-hold listing: every hold in force in the legal-hold
      *file, and under each one everything it currently holds -
      *dated reports still in their day directories, reports and
      *exception months already swept into the archive, live
      *exception partitions, and the monthly archive members its
      *span touches. This is what goes back to audit or legal when
      *they ask what is being preserved for a matter.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT batchroot FROM ENVIRONMENT "SWEEPER_BATCHROOT"
           IF batchroot = SPACES THEN
            MOVE "SWEEPER_BATCHROOT" TO confkey
            PERFORM Getconfig
            MOVE confval TO batchroot
           END-IF
           IF batchroot = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear)
             DELIMITED BY SIZE INTO batchroot
           END-IF
           ACCEPT holdpath FROM ENVIRONMENT "LEGAL_HOLDS"
           IF holdpath = SPACES THEN
            MOVE "LEGAL_HOLDS" TO confkey
            PERFORM Getconfig
            MOVE confval TO holdpath
           END-IF
           IF holdpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/legalholds.txt'
             DELIMITED BY SIZE INTO holdpath
           END-IF
           ACCEPT indexpath FROM ENVIRONMENT "SWEEPER_INDEX"
           IF indexpath = SPACES THEN
            MOVE "SWEEPER_INDEX" TO confkey
            PERFORM Getconfig
            MOVE confval TO indexpath
           END-IF
           IF indexpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/archiveindex.txt'
             DELIMITED BY SIZE INTO indexpath
           END-IF
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
           STRING FUNCTION TRIM(batchroot) '/exccatalog.txt'
            DELIMITED BY SIZE INTO catpath
           ACCEPT reportpath FROM ENVIRONMENT "LEGALHOLD_REPORT"
           IF reportpath = SPACES THEN
            MOVE "LEGALHOLD_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportpath
           END-IF
           IF reportpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/legalholdreport.txt'
             DELIMITED BY SIZE INTO reportpath
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           OPEN OUTPUT reportfile
           MOVE "reportfile" TO errfile
           MOVE reportstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO reportrec
           STRING "==== LEGAL HOLDS " rundate " ==== "
            FUNCTION TRIM(holdpath)
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           OPEN INPUT holdfile
           IF holdstatus NOT= "00" THEN
            MOVE "  no legal-hold file - nothing is under hold"
             TO reportrec
            WRITE reportrec
           ELSE
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ holdfile INTO holdrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF holdrec NOT= SPACES
                AND holdrec(1:1) NOT= "*" THEN
                PERFORM Listhold
               END-IF
             END-READ
            END-PERFORM
            CLOSE holdfile
           END-IF
           MOVE SPACES TO reportrec
           WRITE reportrec
           MOVE SPACES TO reportrec
           STRING "END LEGAL HOLDS - " holdcount " hold(s) in force, "
            heldtotal " artifact(s) held, " badcount
            " malformed line(s)"
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           CLOSE reportfile
           CALL "runreg" USING reportpath
           MOVE SPACES TO logmsg
           STRING "legal-hold listing - " holdcount " hold(s), "
            heldtotal " artifact(s) at " FUNCTION TRIM(reportpath)
            DELIMITED BY SIZE INTO logmsg
           IF badcount > 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           IF badcount > 0 THEN
            MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           Checkstatus.
            IF errstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "file error on " errfile " - status " errstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             STOP RUN
            END-IF.

      *One hold: its header, then what it holds of each kind.
      *A line holdserv would not read holds nothing and is shown as
      *such.
           Listhold.
            MOVE SPACES TO holdline
            UNSTRING holdrec DELIMITED BY ALL SPACES INTO
             hltag hlmatter hlfrom hlto hldays hlkinds
             hlplacedby hlplacedon
            MOVE SPACES TO reportrec
            WRITE reportrec
            IF hltag NOT= "HOLD" OR hlmatter = SPACES
             OR hlfrom NOT NUMERIC OR hlto NOT NUMERIC
             OR hldays = SPACES OR hlkinds = SPACES THEN
             ADD 1 TO badcount
             STRING "MALFORMED - HOLDS NOTHING: "
              FUNCTION TRIM(holdrec)
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
             EXIT PARAGRAPH
            END-IF
            IF hlfrom > hlto
             OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(hlfrom))
              NOT= 0
             OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(hlto))
              NOT= 0 THEN
             ADD 1 TO badcount
             STRING "MALFORMED - HOLDS NOTHING: "
              FUNCTION TRIM(holdrec)
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO holdcount
            MOVE 0 TO heldhere
            STRING "HOLD " FUNCTION TRIM(hlmatter) " " hlfrom
             " TO " hlto " DAYS " FUNCTION TRIM(hldays)
             " KINDS " FUNCTION TRIM(hlkinds)
             " PLACED BY " FUNCTION TRIM(hlplacedby)
             " ON " hlplacedon
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE 0 TO wantreports wantexceptions
            IF hlkinds = "ALL" THEN
             MOVE 1 TO wantreports wantexceptions
            ELSE
             MOVE 0 TO kindhits
             INSPECT hlkinds TALLYING kindhits FOR ALL "REPORTS"
             IF kindhits > 0 THEN
              MOVE 1 TO wantreports
             END-IF
             MOVE 0 TO kindhits
             INSPECT hlkinds TALLYING kindhits FOR ALL "EXCEPTIONS"
             IF kindhits > 0 THEN
              MOVE 1 TO wantexceptions
             END-IF
            END-IF
            IF wantreports = 1 THEN
             PERFORM Listlivereports
            END-IF
            PERFORM Listindexed
            IF wantexceptions = 1 THEN
             PERFORM Listpartitions
            END-IF
            PERFORM Listmembers
            MOVE SPACES TO reportrec
            STRING "  " heldhere " artifact(s) under "
             FUNCTION TRIM(hlmatter)
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            ADD heldhere TO heldtotal.

      *Dated reports of the held days still in their day
      *directories (sweeper leaves them there).
           Listlivereports.
            COMPUTE fromint =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(hlfrom))
            COMPUTE toint =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(hlto))
            PERFORM VARYING walkint FROM fromint BY 1
             UNTIL walkint > toint
             COMPUTE walkdate = FUNCTION DATE-OF-INTEGER(walkint)
             PERFORM VARYING daynum FROM 1 BY 1 UNTIL daynum > 9
              MOVE daynum TO dayx
              PERFORM Checkday
              IF dayhits > 0 THEN
               PERFORM VARYING baseidx FROM 1 BY 1
                UNTIL baseidx > 3
                MOVE SPACES TO probepath
                STRING FUNCTION TRIM(batchroot) "/day" dayx "/"
                 FUNCTION TRIM(basename(baseidx)) "_" walkdatex
                 ".txt"
                 DELIMITED BY SIZE INTO probepath
                OPEN INPUT probefile
                IF probestatus = "00" THEN
                 CLOSE probefile
                 ADD 1 TO heldhere
                 MOVE SPACES TO reportrec
                 STRING "  REPORT     " walkdatex " day" dayx
                  " ON DISK " FUNCTION TRIM(probepath)
                  DELIMITED BY SIZE INTO reportrec
                 WRITE reportrec
                END-IF
               END-PERFORM
              END-IF
             END-PERFORM
            END-PERFORM.

      *Is day dayx among the hold's days.
           Checkday.
            MOVE 0 TO dayhits
            IF hldays = "ALL" THEN
             MOVE 1 TO dayhits
            ELSE
             INSPECT hldays TALLYING dayhits FOR ALL dayx
            END-IF.

      *Reports and exception months already swept into the archive,
      *from sweeper's index.
           Listindexed.
            OPEN INPUT indexfile
            IF indexstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof2
            PERFORM UNTIL eof2 = 1
             READ indexfile INTO indexrec
              AT END
               MOVE 1 TO eof2
              NOT AT END
               PERFORM Takeindexed
             END-READ
            END-PERFORM
            CLOSE indexfile.

           Takeindexed.
            IF indexrec(10:4) = "excp" THEN
             IF wantexceptions = 1
              AND indexrec(52:6) NOT< hlfrom(1:6)
              AND indexrec(52:6) NOT> hlto(1:6) THEN
              ADD 1 TO heldhere
              MOVE SPACES TO reportrec
              STRING "  EXCEPTIONS " indexrec(52:6)
               " ARCHIVED IN " FUNCTION TRIM(archivebase) "_"
               indexrec(52:6) ".txt"
               DELIMITED BY SIZE INTO reportrec
              WRITE reportrec
             END-IF
             EXIT PARAGRAPH
            END-IF
            IF wantreports = 0 OR indexrec(1:8) < hlfrom
             OR indexrec(1:8) > hlto
             OR indexrec(13:1) NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            MOVE indexrec(13:1) TO dayx
            PERFORM Checkday
            IF dayhits = 0 THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO heldhere
            MOVE SPACES TO reportrec
            STRING "  REPORT     " indexrec(1:8) " "
             indexrec(10:4) " " indexrec(15:2)
             " ARCHIVED IN " FUNCTION TRIM(archivebase) "_"
             indexrec(52:6) ".txt"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec.

      *Live exception partitions for months inside the span.
           Listpartitions.
            OPEN INPUT catfile
            IF catstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof2
            PERFORM UNTIL eof2 = 1
             READ catfile INTO catrec
              AT END
               MOVE 1 TO eof2
              NOT AT END
               IF catrec(1:10) = "PARTITION "
                AND catrec(11:6) NOT< hlfrom(1:6)
                AND catrec(11:6) NOT> hlto(1:6) THEN
                ADD 1 TO heldhere
                MOVE SPACES TO reportrec
                STRING "  EXCEPTIONS " catrec(11:6) " PARTITION "
                 FUNCTION TRIM(catrec(18:63))
                 DELIMITED BY SIZE INTO reportrec
                WRITE reportrec
               END-IF
             END-READ
            END-PERFORM
            CLOSE catfile.

      *Monthly archive members the span touches: a member carries
      *every kind, so a hold of any kind keeps the whole member.
           Listmembers.
            MOVE hlfrom(1:6) TO walkmonthx
            MOVE hlto(1:6) TO lastmonth
            PERFORM UNTIL walkmonth > lastmonth
             MOVE SPACES TO probepath
             STRING FUNCTION TRIM(archivebase) "_" walkmonthx ".txt"
              DELIMITED BY SIZE INTO probepath
             OPEN INPUT probefile
             IF probestatus = "00" THEN
              CLOSE probefile
              ADD 1 TO heldhere
              MOVE SPACES TO reportrec
              STRING "  ARCHIVE    " walkmonthx " MEMBER "
               FUNCTION TRIM(probepath)
               DELIMITED BY SIZE INTO reportrec
              WRITE reportrec
             END-IF
             IF walkmonthx(5:2) = "12" THEN
              ADD 89 TO walkmonth
             ELSE
              ADD 1 TO walkmonth
             END-IF
            END-PERFORM.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
           Getconfig.
            MOVE SPACES TO confval
            CALL "config" USING confkey confval.

      *Routes one message through the shared run log (severity in
      *logsev, text already built in logmsg).
           Log.
            CALL "runlog" USING logsev logmsg.
