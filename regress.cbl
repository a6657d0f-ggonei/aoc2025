       IDENTIFICATION DIVISION.
       PROGRAM-ID. regress.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT probefile ASSIGN TO probepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS probestatus.
               SELECT matrixfile ASSIGN TO matrixpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS matrixstatus.
               SELECT ledgerfile ASSIGN TO ledgerpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ledgerstatus.

       DATA DIVISION.
           FILE SECTION.
             FD probefile.
             01 proberec PIC X(300).
             FD matrixfile.
             01 matrixrec PIC X(160).
             FD ledgerfile.
             01 ledgerrec PIC X(280).

           WORKING-STORAGE SECTION.
      *Pre-release regression harness. A new build of a day program
      *used to go live on trust: the smoke gate runs only the TEST
      *datasets and reproduce proves one old run. The harness takes
      *a candidate build location (the same dayN/<program> layout
      *as the batch root, holding as many or as few programs as the
      *change touches) and a range of past batch dates, replays
      *each selected job's archived production input for every
      *date through the candidate's program - reproduce does the
      *as-of input resolution and the isolated workspace - and
      *compares every answer the candidate produced with the one
      *the answer master says was published at the time. Out comes
      *a pass/fail matrix of date by job with the differing
      *answers listed under it, and one harness-ledger line per
      *job, which change control requires before it will approve
      *promoting that program.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 logsg1 PIC Z(5)9.
             01 logsg2 PIC Z(5)9.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 buildroot PIC X(200) VALUE SPACES.
             01 probepath PIC X(250) VALUE SPACES.
             01 probestatus PIC X(2) VALUE SPACES.
             01 matrixpath PIC X(250) VALUE SPACES.
             01 matrixstatus PIC X(2) VALUE SPACES.
             01 ledgerpath PIC X(250) VALUE SPACES.
             01 ledgerstatus PIC X(2) VALUE SPACES.
             01 harnessdir PIC X(250) VALUE SPACES.
             01 replaydir PIC X(250) VALUE SPACES.
             01 harnessid PIC X(14) VALUE SPACES.
             01 fromdate PIC X(8) VALUE SPACES.
             01 fromdate9 REDEFINES fromdate PIC 9(8).
             01 todate PIC X(8) VALUE SPACES.
             01 todate9 REDEFINES todate PIC 9(8).
             01 curdate PIC X(8) VALUE SPACES.
             01 curdate9 REDEFINES curdate PIC 9(8).
             01 curint PIC 9(8) VALUE 0.
             01 toint PIC 9(8) VALUE 0.
             01 datecount PIC 9(3) VALUE 0.
             01 regjobs PIC X(200) VALUE SPACES.
             01 jobpick PIC X(14) VALUE SPACES.
             01 pickptr PIC 9(3) VALUE 1.
             01 eof PIC 9(1) VALUE 0.
             01 numjobs PIC 9(2) VALUE 20.
             01 jobidx PIC 9(2) VALUE 0.
             01 jobdir PIC X(4) VALUE SPACES.
             01 selcount PIC 9(2) VALUE 0.
             01 runcmd PIC X(1000) VALUE SPACES.
             01 clockop PIC X(4) VALUE SPACES.
             01 clockstamp PIC X(14) VALUE SPACES.
             01 clockabs PIC 9(12) VALUE 0.
             01 clockdisp PIC X(19) VALUE SPACES.
             01 calop PIC X(4) VALUE SPACES.
             01 calresult PIC X(1) VALUE SPACES.
             01 calnext PIC X(8) VALUE SPACES.
             01 ansop PIC X(4) VALUE SPACES.
             01 ansresult PIC X(2) VALUE SPACES.
             COPY ansrec.
             COPY checkrec.
             COPY harnrec.
             COPY jobtable.
      *Jobs reproduce can replay from an archived input, in
      *jobtable order; the reconcilers and the day9 shard entries
      *have no input of their own to replay.
             01 replayable PIC X(20) VALUE "11111111001111111000".
      *Per selected job: its executable in the candidate build, the
      *checksum that executable had when the harness ran, and the
      *date counts behind its ledger verdict.
             01 harntab.
               02 harnentry OCCURS 20 TIMES.
                 03 hjsel PIC 9(1).
                 03 hjcol PIC 9(2).
                 03 hjexe PIC X(250).
                 03 hjcksum PIC X(10).
                 03 hjpassed PIC 9(3).
                 03 hjfailed PIC 9(3).
                 03 hjskipped PIC 9(3).
             01 cell PIC X(8) VALUE SPACES.
             01 skipped PIC 9(1) VALUE 0.
             01 compared PIC 9(3) VALUE 0.
             01 differed PIC 9(3) VALUE 0.
             01 answered PIC 9(3) VALUE 0.
             01 pubanswer PIC X(40) VALUE SPACES.
             01 candpart PIC X(2) VALUE SPACES.
             01 candanswer PIC X(40) VALUE SPACES.
             01 candpart1 PIC X(40) VALUE SPACES.
             01 candpart2 PIC X(40) VALUE SPACES.
             01 totpass PIC 9(5) VALUE 0.
             01 totfail PIC 9(5) VALUE 0.
             01 totskip PIC 9(5) VALUE 0.
             01 rowline PIC X(160) VALUE SPACES.
             01 colpos PIC 9(3) VALUE 0.
             01 diffcount PIC 9(3) VALUE 0.
             01 diffidx PIC 9(3) VALUE 0.
             01 difftab.
               02 diffentry OCCURS 300 TIMES.
                 03 dfdate PIC X(8).
                 03 dfprogram PIC X(14).
                 03 dfpublished PIC X(40).
                 03 dfcandidate PIC X(40).
             01 diffline.
               02 dldate PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 dlprogram PIC X(14).
               02 FILLER PIC X(11) VALUE " PUBLISHED ".
               02 dlpublished PIC X(24).
               02 FILLER PIC X(11) VALUE " CANDIDATE ".
               02 dlcandidate PIC X(40).

       PROCEDURE DIVISION.
      *REGRESS_BUILD names the candidate build, REGRESS_FROM and
      *REGRESS_TO the batch dates to replay (TO defaults to FROM),
      *REGRESS_JOBS a comma list of jobs (default: every replayable
      *job the candidate build has a program for). The matrix goes
      *to the harness workspace batchroot/regress_<stamp> unless
      *REGRESS_REPORT names it; the ledger is regressledger.txt
      *(REGRESS_LEDGER). Ends 8 when any answer differed, 4 when
      *nothing could be compared.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT batchroot FROM ENVIRONMENT "DRIVER_BATCHROOT"
           IF batchroot = SPACES THEN
            MOVE "DRIVER_BATCHROOT" TO confkey
            PERFORM Getconfig
            MOVE confval TO batchroot
           END-IF
           IF batchroot = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear)
             DELIMITED BY SIZE INTO batchroot
           END-IF
           ACCEPT buildroot FROM ENVIRONMENT "REGRESS_BUILD"
           IF buildroot = SPACES THEN
            DISPLAY "candidate build location: " WITH NO ADVANCING
            ACCEPT buildroot
           END-IF
           ACCEPT fromdate FROM ENVIRONMENT "REGRESS_FROM"
           IF fromdate = SPACES THEN
            DISPLAY "first date to replay (yyyymmdd): "
             WITH NO ADVANCING
            ACCEPT fromdate
           END-IF
           ACCEPT todate FROM ENVIRONMENT "REGRESS_TO"
           IF todate = SPACES THEN
            MOVE fromdate TO todate
           END-IF
           IF buildroot = SPACES OR fromdate IS NOT NUMERIC
            OR todate IS NOT NUMERIC OR todate < fromdate THEN
            DISPLAY "a candidate build and a date range are required"
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF
           ACCEPT regjobs FROM ENVIRONMENT "REGRESS_JOBS"
           ACCEPT ledgerpath FROM ENVIRONMENT "REGRESS_LEDGER"
           IF ledgerpath = SPACES THEN
            MOVE "REGRESS_LEDGER" TO confkey
            PERFORM Getconfig
            MOVE confval TO ledgerpath
           END-IF
           IF ledgerpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/regressledger.txt'
             DELIMITED BY SIZE INTO ledgerpath
           END-IF
           MOVE "NOW " TO clockop
           CALL "clockserv" USING clockop clockstamp clockabs
            clockdisp
           MOVE clockstamp TO harnessid
           STRING FUNCTION TRIM(batchroot) '/regress_' harnessid
            DELIMITED BY SIZE INTO harnessdir
           MOVE SPACES TO runcmd
           STRING "mkdir -p " FUNCTION TRIM(harnessdir)
            DELIMITED BY SIZE INTO runcmd
           CALL "SYSTEM" USING runcmd
           MOVE 0 TO RETURN-CODE
           ACCEPT matrixpath FROM ENVIRONMENT "REGRESS_REPORT"
           IF matrixpath = SPACES THEN
            STRING FUNCTION TRIM(harnessdir) '/matrix.txt'
             DELIMITED BY SIZE INTO matrixpath
           END-IF
           PERFORM Selectjobs
           IF selcount = 0 THEN
            MOVE SPACES TO logmsg
            STRING "regression harness - no replayable job in "
             FUNCTION TRIM(buildroot)
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF
           OPEN OUTPUT matrixfile
           IF matrixstatus NOT= "00" THEN
            MOVE SPACES TO logmsg
            STRING "file error on matrixfile - status " matrixstatus
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF
           MOVE SPACES TO matrixrec
           STRING "==== REGRESSION HARNESS " harnessid " ===="
            DELIMITED BY SIZE INTO matrixrec
           WRITE matrixrec
           MOVE SPACES TO matrixrec
           STRING "BUILD " FUNCTION TRIM(buildroot) " DATES "
            fromdate " TO " todate
            DELIMITED BY SIZE INTO matrixrec
           WRITE matrixrec
           MOVE SPACES TO rowline
           MOVE "DATE" TO rowline(1:8)
           PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
            IF hjsel(jobidx) = 1 THEN
             COMPUTE colpos = 10 + (hjcol(jobidx) - 1) * 9
             MOVE jobname(jobidx) TO rowline(colpos:8)
            END-IF
           END-PERFORM
           WRITE matrixrec FROM rowline
           COMPUTE curint = FUNCTION INTEGER-OF-DATE(fromdate9)
           COMPUTE toint = FUNCTION INTEGER-OF-DATE(todate9)
           PERFORM UNTIL curint > toint
            COMPUTE curdate9 = FUNCTION DATE-OF-INTEGER(curint)
            PERFORM Replaydate
            ADD 1 TO curint
           END-PERFORM
           MOVE SPACES TO matrixrec
           WRITE matrixrec
           IF diffcount = 0 THEN
            MOVE "NO DIFFERENCES" TO matrixrec
            WRITE matrixrec
           ELSE
            MOVE "DIFFERENCES" TO matrixrec
            WRITE matrixrec
            PERFORM VARYING diffidx FROM 1 BY 1
             UNTIL diffidx > diffcount
             MOVE dfdate(diffidx) TO dldate
             MOVE dfprogram(diffidx) TO dlprogram
             MOVE dfpublished(diffidx) TO dlpublished
             MOVE dfcandidate(diffidx) TO dlcandidate
             WRITE matrixrec FROM diffline
            END-PERFORM
           END-IF
           MOVE SPACES TO matrixrec
           STRING "SUMMARY DATES " datecount " PASS " totpass
            " FAIL " totfail " SKIPPED " totskip
            DELIMITED BY SIZE INTO matrixrec
           WRITE matrixrec
           CLOSE matrixfile
           CALL "runreg" USING matrixpath
           PERFORM Writeledger
           MOVE SPACES TO logmsg
           MOVE totpass TO logsg1
           MOVE totfail TO logsg2
           STRING "regression harness " harnessid " - "
            FUNCTION TRIM(logsg1) " pass, " FUNCTION TRIM(logsg2)
            " fail - " FUNCTION TRIM(matrixpath)
            DELIMITED BY SIZE INTO logmsg
           EVALUATE TRUE
            WHEN totfail > 0
             MOVE "ERROR" TO logsev
            WHEN totpass = 0
             MOVE "WARN " TO logsev
            WHEN OTHER
             MOVE "INFO " TO logsev
           END-EVALUATE
           PERFORM Log
           EVALUATE TRUE
            WHEN totfail > 0
             MOVE 8 TO RETURN-CODE
            WHEN totpass = 0
             MOVE 4 TO RETURN-CODE
            WHEN OTHER
             MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *The jobs to replay: those named in REGRESS_JOBS, or every
      *replayable job whose program the candidate build carries;
      *each gets its matrix column and its executable's checksum.
           Selectjobs.
            MOVE 0 TO selcount
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             MOVE 0 TO hjsel(jobidx) hjcol(jobidx)
             MOVE 0 TO hjpassed(jobidx) hjfailed(jobidx)
             MOVE 0 TO hjskipped(jobidx)
             MOVE SPACES TO hjcksum(jobidx)
             MOVE jobname(jobidx)(1:4) TO jobdir
             MOVE SPACES TO hjexe(jobidx)
             STRING FUNCTION TRIM(buildroot) "/"
              FUNCTION TRIM(jobdir) "/"
              FUNCTION TRIM(jobexe(jobidx))
              DELIMITED BY SIZE INTO hjexe(jobidx)
            END-PERFORM
            IF regjobs NOT= SPACES THEN
             MOVE 1 TO pickptr
             PERFORM UNTIL pickptr > 200
              MOVE SPACES TO jobpick
              UNSTRING regjobs DELIMITED BY ","
               INTO jobpick WITH POINTER pickptr
              IF jobpick NOT= SPACES THEN
               PERFORM VARYING jobidx FROM 1 BY 1
                UNTIL jobidx > numjobs
                IF jobname(jobidx) = jobpick
                 AND replayable(jobidx:1) = "1" THEN
                 MOVE 1 TO hjsel(jobidx)
                END-IF
               END-PERFORM
              END-IF
             END-PERFORM
            ELSE
             PERFORM VARYING jobidx FROM 1 BY 1
              UNTIL jobidx > numjobs
              IF replayable(jobidx:1) = "1" THEN
               MOVE hjexe(jobidx) TO probepath
               OPEN INPUT probefile
               IF probestatus = "00" THEN
                CLOSE probefile
                MOVE 1 TO hjsel(jobidx)
               END-IF
              END-IF
             END-PERFORM
            END-IF
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF hjsel(jobidx) = 1 THEN
              ADD 1 TO selcount
              MOVE selcount TO hjcol(jobidx)
              PERFORM Takechecksum
             END-IF
            END-PERFORM.

      *The candidate executable's checksum, as cksum reports it.
           Takechecksum.
            MOVE SPACES TO probepath
            STRING FUNCTION TRIM(harnessdir) '/cksum.txt'
             DELIMITED BY SIZE INTO probepath
            MOVE SPACES TO runcmd
            STRING "cksum " FUNCTION TRIM(hjexe(jobidx)) " > "
             FUNCTION TRIM(probepath) " 2>/dev/null"
             DELIMITED BY SIZE INTO runcmd
            CALL "SYSTEM" USING runcmd
            MOVE 0 TO RETURN-CODE
            OPEN INPUT probefile
            IF probestatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            READ probefile
             AT END
              MOVE SPACES TO proberec
            END-READ
            UNSTRING proberec DELIMITED BY ALL SPACES
             INTO hjcksum(jobidx)
            CLOSE probefile
            DELETE FILE probefile.

      *One matrix row: every selected job replayed as of curdate.
      *A non-processing date published nothing, so there is
      *nothing to compare.
           Replaydate.
            ADD 1 TO datecount
            MOVE SPACES TO rowline
            MOVE curdate TO rowline(1:8)
            MOVE "ISPR" TO calop
            MOVE SPACE TO calresult
            CALL "calserv" USING calop curdate calresult calnext
             ON EXCEPTION
              MOVE "Y" TO calresult
            END-CALL
            IF calresult = "N" THEN
             MOVE "not a processing date" TO rowline(10:30)
             WRITE matrixrec FROM rowline
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF hjsel(jobidx) = 1 THEN
              PERFORM Replayjob
              COMPUTE colpos = 10 + (hjcol(jobidx) - 1) * 9
              MOVE cell TO rowline(colpos:8)
             END-IF
            END-PERFORM
            WRITE matrixrec FROM rowline.

      *One job as of curdate through reproduce, pointed at the
      *candidate build and its own corner of the harness workspace,
      *then every answer it wrote compared with the published one.
           Replayjob.
            MOVE SPACES TO replaydir
            STRING FUNCTION TRIM(harnessdir) "/" curdate "/"
             FUNCTION TRIM(jobname(jobidx))
             DELIMITED BY SIZE INTO replaydir
            MOVE SPACES TO runcmd
            STRING "mkdir -p " FUNCTION TRIM(replaydir) " && "
             "DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " REPRO_DATE=" curdate
             " REPRO_BUILD=" FUNCTION TRIM(buildroot)
             " REPRO_JOBS=" FUNCTION TRIM(jobname(jobidx))
             " REPRO_DIR=" FUNCTION TRIM(replaydir)
             " " FUNCTION TRIM(batchroot) "/reproduce > "
             FUNCTION TRIM(replaydir) "/reproduce.log 2>&1"
             DELIMITED BY SIZE INTO runcmd
            CALL "SYSTEM" USING runcmd
            MOVE 0 TO RETURN-CODE
            MOVE 0 TO skipped compared differed answered
            MOVE SPACES TO probepath
            STRING FUNCTION TRIM(replaydir) "/comparison.txt"
             DELIMITED BY SIZE INTO probepath
            OPEN INPUT probefile
            IF probestatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ probefile
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF proberec(1:14) = jobname(jobidx)
                 AND proberec(15:8) = " SKIPPED" THEN
                 MOVE 1 TO skipped
                END-IF
              END-READ
             END-PERFORM
             CLOSE probefile
            END-IF
            IF skipped = 1 THEN
             MOVE "-" TO cell
             ADD 1 TO hjskipped(jobidx)
             ADD 1 TO totskip
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO probepath
            STRING FUNCTION TRIM(replaydir) "/checkstatus.txt"
             DELIMITED BY SIZE INTO probepath
            OPEN INPUT probefile
            IF probestatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ probefile INTO checkline
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF checkprogram NOT= SPACES THEN
                 ADD 1 TO answered
                 PERFORM Compareanswer
                END-IF
              END-READ
             END-PERFORM
             CLOSE probefile
            END-IF
            EVALUATE TRUE
             WHEN answered = 0
              MOVE "FAIL" TO cell
              MOVE SPACES TO checkprogram checkactual
              MOVE jobname(jobidx) TO checkprogram
              MOVE "no answer produced" TO checkactual candanswer
              MOVE SPACES TO pubanswer
              PERFORM Notedifference
             WHEN differed > 0
              MOVE "FAIL" TO cell
             WHEN compared = 0
              MOVE "-" TO cell
             WHEN OTHER
              MOVE "PASS" TO cell
            END-EVALUATE
            EVALUATE cell
             WHEN "PASS"
              ADD 1 TO hjpassed(jobidx)
              ADD 1 TO totpass
             WHEN "FAIL"
              ADD 1 TO hjfailed(jobidx)
              ADD 1 TO totfail
             WHEN OTHER
              ADD 1 TO hjskipped(jobidx)
              ADD 1 TO totskip
            END-EVALUATE.

      *One candidate answer against the answer master's published
      *answer for the same date, day and part (anspub's keying).
      *day1's one check record carries both parts as "land,pass";
      *each is published as its own part, so each is compared on
      *its own.
           Compareanswer.
            IF checkprogram = "day1" THEN
             MOVE SPACES TO candpart1 candpart2
             UNSTRING checkactual DELIMITED BY ","
              INTO candpart1 candpart2
             MOVE "day1-p1" TO checkprogram
             MOVE "P1" TO candpart
             MOVE candpart1 TO candanswer
             PERFORM Compareone
             MOVE "day1-p2" TO checkprogram
             MOVE "P2" TO candpart
             MOVE candpart2 TO candanswer
             PERFORM Compareone
             MOVE "day1" TO checkprogram
             EXIT PARAGRAPH
            END-IF
            IF checkprogram(5:2) = "-p" THEN
             MOVE SPACES TO candpart
             STRING "P" checkprogram(7:1)
              DELIMITED BY SIZE INTO candpart
            ELSE
             MOVE "P1" TO candpart
            END-IF
            MOVE checkactual TO candanswer
            PERFORM Compareone.

           Compareone.
            MOVE SPACES TO ansrecord
            MOVE curdate TO ansdate
            MOVE checkprogram(4:1) TO ansday
            MOVE candpart TO anspart
            MOVE "GET " TO ansop
            CALL "ansmaster" USING ansop ansrecord ansresult
            IF ansresult NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO compared
            MOVE ansanswer TO pubanswer
            IF FUNCTION TRIM(ansanswer) NOT=
             FUNCTION TRIM(candanswer) THEN
             ADD 1 TO differed
             PERFORM Notedifference
            END-IF.

           Notedifference.
            IF diffcount >= 300 THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO diffcount
            MOVE curdate TO dfdate(diffcount)
            MOVE checkprogram TO dfprogram(diffcount)
            MOVE pubanswer TO dfpublished(diffcount)
            MOVE candanswer TO dfcandidate(diffcount).

      *One ledger line per replayed job for change control.
           Writeledger.
            OPEN EXTEND ledgerfile
            IF ledgerstatus NOT= "00" THEN
             OPEN OUTPUT ledgerfile
            END-IF
            IF ledgerstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "file error on ledgerfile - status "
              ledgerstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF hjsel(jobidx) = 1 THEN
              MOVE harnessid TO hrrun
              MOVE jobname(jobidx) TO hrjob
              MOVE hjcksum(jobidx) TO hrcksum
              MOVE fromdate TO hrfrom
              MOVE todate TO hrto
              MOVE hjpassed(jobidx) TO hrpassed
              MOVE hjfailed(jobidx) TO hrfailed
              MOVE hjskipped(jobidx) TO hrskipped
              EVALUATE TRUE
               WHEN hjfailed(jobidx) > 0
                MOVE "DIRTY" TO hrverdict
               WHEN hjpassed(jobidx) = 0
                MOVE "EMPTY" TO hrverdict
               WHEN OTHER
                MOVE "CLEAN" TO hrverdict
              END-EVALUATE
              MOVE buildroot TO hrbuild
              WRITE ledgerrec FROM harnline
             END-IF
            END-PERFORM
            CLOSE ledgerfile.

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
