       IDENTIFICATION DIVISION.
       PROGRAM-ID. day2-p1.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT inputfile ASSIGN TO inputpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS inputstatus.
             SELECT reportfile ASSIGN TO reportpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS reportstatus.
             SELECT ckfile ASSIGN TO ckfpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ckfstatus.

       DATA DIVISION.
           FILE SECTION.
            FD inputfile.
            COPY instrrec REPLACING ==:LEN:== BY ==500==.
            FD reportfile.
            01 reportrec PIC X(40).
            FD ckfile.
            01 ckrec PIC X(160).
           WORKING-STORAGE SECTION.
            01 runid PIC X(11) VALUE SPACES.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 ckfpath PIC X(250) VALUE SPACES.
            01 ckfstatus PIC X(2) VALUE SPACES.
            COPY checkrec.
      *Build identifier - this program's compile stamp. It heads
      *the dated report, rides in the check-status record and is
      *exported as PROGRAM_BUILD so runreg stamps every artifact
      *the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/inputtst'.
            01 inputtstpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/inputtst'.
            01 inputprodpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/input'.
            01 dataset PIC X(4) VALUE "TEST".
            01 expectedpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/expected.txt'.
            01 reportbase PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/report'.
            01 reportpath PIC X(250) VALUE SPACES.
            01 reportdate PIC X(8) VALUE SPACES.
            01 reportline.
             02 FILLER PIC X(7) VALUE "ANSWER ".
             02 reportanswer PIC Z(17)9.
            01 inputstatus PIC X(2) VALUE SPACES.
            01 reportstatus PIC X(2) VALUE SPACES.
            01 expectedanswer PIC 9(18) VALUE 0.
            01 expline PIC X(80) VALUE SPACES.
            01 expflag PIC X(1) VALUE SPACES.
            01 errfile PIC X(30) VALUE SPACES.
            01 errstatus PIC X(2) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 eof PIC 9(1) VALUE 0.
            01 myarray.
             02 myitem OCCURS 100 TIMES INDEXED BY idx.
              03 itm PIC X(50).
            01 startpos PIC 9(4) VALUE 1.
            01 endpos PIC 9(4) VALUE 1.
            01 diffpos PIC 9(4) VALUE 0.
            01 newidx PIC 9(4) VALUE 1.
            01 numitems PIC 9(4) VALUE 0.
            01 min PIC 9(10) VALUE 0.
            01 max PIC 9(10) VALUE 0.
            01 echoed PIC 9(10) VALUE 0.
            01 iterval PIC 9(10) VALUE 0.
            01 checkmin PIC 9(5) VALUE 0.
            01 checkmax PIC 9(5) VALUE 0.
            01 leadzs PIC 9(2) VALUE 0.
            01 repeats PIC 9(2) VALUE 0.
            01 counter PIC 9(18) VALUE 0.
            01 strcat PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT ckfpath FROM ENVIRONMENT "CHECKSTATUS_PATH"
           IF ckfpath = SPACES THEN
            MOVE "CHECKSTATUS_PATH" TO confkey
            PERFORM Getconfig
            MOVE confval TO ckfpath
           END-IF
           IF ckfpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/checkstatus.txt'
             DELIMITED BY SIZE INTO ckfpath
           END-IF
           STRING '/Users/georgeoneill/ess-dmsc/'
            FUNCTION TRIM(batchyear) '/day2/inputtst'
            DELIMITED BY SIZE INTO inputtstpath
           STRING '/Users/georgeoneill/ess-dmsc/'
            FUNCTION TRIM(batchyear) '/day2/input'
            DELIMITED BY SIZE INTO inputprodpath
           ACCEPT dataset FROM ENVIRONMENT "DAY2_DATASET"
           IF dataset = SPACES THEN
            MOVE "DAY2_DATASET" TO confkey
            PERFORM Getconfig
            MOVE confval TO dataset
           END-IF
           IF dataset = SPACES THEN
            MOVE "TEST" TO dataset
           END-IF
           ACCEPT inputpath FROM ENVIRONMENT "DAY2_INPUT"
           IF inputpath = SPACES THEN
            MOVE "DAY2_INPUT" TO confkey
            PERFORM Getconfig
            MOVE confval TO inputpath
           END-IF
           IF inputpath = SPACES THEN
            EVALUATE dataset
             WHEN "PROD" MOVE inputprodpath TO inputpath
             WHEN OTHER MOVE inputtstpath TO inputpath
            END-EVALUATE
           END-IF
           ACCEPT expectedpath FROM ENVIRONMENT "DAY2_EXPECTED"
           IF expectedpath = SPACES THEN
            MOVE "DAY2_EXPECTED" TO confkey
            PERFORM Getconfig
            MOVE confval TO expectedpath
           END-IF
           IF expectedpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/expected.txt'
             DELIMITED BY SIZE INTO expectedpath
           END-IF
           ACCEPT reportbase FROM ENVIRONMENT "DAY2_REPORT"
           IF reportbase = SPACES THEN
            MOVE "DAY2_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportbase
           END-IF
           IF reportbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/report'
             DELIMITED BY SIZE INTO reportbase
           END-IF
           ACCEPT reportdate FROM ENVIRONMENT "DAY2_REPORTDATE"
           IF reportdate = SPACES THEN
            MOVE "DAY2_REPORTDATE" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportdate
           END-IF
           IF reportdate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO reportdate
           END-IF
           STRING FUNCTION TRIM(reportbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO reportpath
           MOVE 1 TO idx.
           OPEN INPUT inputfile
           MOVE "inputfile" TO errfile
           MOVE inputstatus TO errstatus
           PERFORM Checkstatus.
           READ inputfile INTO instruction.

           PERFORM UNTIL startpos > LENGTH OF instruction

            PERFORM VARYING endpos FROM startpos BY 1
             UNTIL instruction(endpos:1) = ","
              OR endpos > LENGTH OF instruction
               CONTINUE
            END-PERFORM

            COMPUTE diffpos = endpos - startpos
            IF idx > 100 THEN
             MOVE SPACES TO logmsg
             STRING "too many ranges in input - limit is 100"
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             STOP RUN
            END-IF
            MOVE instruction(startpos:diffpos) TO myitem(idx)
            COMPUTE idx = idx + 1
            COMPUTE startpos = endpos + 1

           END-PERFORM.

           COMPUTE newidx = idx - 1.
           MOVE newidx TO numitems.

           PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
            UNSTRING myitem(idx) DELIMITED BY "-" INTO min,max
            MOVE SPACES TO logmsg
            STRING min "->" max
             DELIMITED BY SIZE INTO logmsg
            MOVE "DEBUG" TO logsev
            PERFORM Log
            COMPUTE checkmin = min / ( 10 **
             (
              FUNCTION INTEGER(FUNCTION LOG10(min)) + 1 -
              FUNCTION INTEGER(
               (FUNCTION INTEGER(FUNCTION LOG10(min)) + 1)
              / 2)
             )
            )
            COMPUTE checkmax = max / ( 10 **
             (
              FUNCTION INTEGER(FUNCTION LOG10(max)) -
              FUNCTION INTEGER(
               (FUNCTION INTEGER(FUNCTION LOG10(max)))
              / 2)
             )
            )
            MOVE SPACES TO logmsg
            STRING checkmin "->" checkmax
             DELIMITED BY SIZE INTO logmsg
            MOVE "DEBUG" TO logsev
            PERFORM Log
            PERFORM VARYING iterval FROM min BY 1 UNTIL iterval > max
             PERFORM VARYING echoed FROM checkmin BY 1
             UNTIL echoed > checkmax
              MOVE 0 TO leadzs
              MOVE 0 TO repeats
              INSPECT echoed TALLYING leadzs FOR LEADING ZEROES
              INSPECT iterval TALLYING repeats
               FOR ALL echoed(leadzs + 1:)
              MOVE SPACES TO logmsg
              STRING iterval ":" echoed
               DELIMITED BY SIZE INTO logmsg
              MOVE "DEBUG" TO logsev
              PERFORM Log
              IF repeats = 2 AND
               FUNCTION LOG10(checkmax) < LENGTH OF endpos(leadzs + 1:)
              THEN
               MOVE SPACES TO strcat
               STRING echoed(leadzs + 1:) DELIMITED BY SPACE
                      echoed(leadzs + 1:) DELIMITED BY SPACE
                INTO strcat
               END-STRING
               IF FUNCTION NUMVAL(strcat) = FUNCTION NUMVAL(iterval)
                THEN
                 ADD iterval TO counter
               END-IF
              END-IF
             END-PERFORM
            END-PERFORM
           END-PERFORM.

           MOVE SPACES TO logmsg
           STRING counter
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log.
           CLOSE inputfile.
           OPEN EXTEND reportfile
           IF reportstatus NOT= "00" THEN
            OPEN OUTPUT reportfile
           END-IF
           MOVE "reportfile" TO errfile
           MOVE reportstatus TO errstatus
           PERFORM Checkstatus
           IF runid NOT= SPACES THEN
            MOVE SPACES TO reportrec
            STRING "RUNID " runid DELIMITED BY SIZE
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           MOVE counter TO reportanswer
           WRITE reportrec FROM reportline
           CLOSE reportfile
           CALL "runreg" USING reportpath
           MOVE SPACES TO expline
           MOVE SPACE TO expflag
           CALL "expfind" USING expectedpath inputpath
            expline expflag
           IF expflag = "P" OR expflag = "C" THEN
            COMPUTE expectedanswer = FUNCTION NUMVAL(expline)
            MOVE expectedanswer TO checkexpected
            MOVE counter TO checkactual
            IF expectedanswer = counter THEN
             MOVE SPACES TO logmsg
             STRING "expected-answer check: MATCH"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             MOVE "MATCH" TO checkverdict
            ELSE
             MOVE SPACES TO logmsg
             STRING "expected-answer check: MISMATCH - expected "
              expectedanswer " got " counter
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             MOVE "MISMATCH" TO checkverdict
            END-IF
           ELSE
            MOVE SPACES TO checkexpected
            MOVE counter TO checkactual
            MOVE "NOT RUN" TO checkverdict
            IF expflag = "N" THEN
             MOVE "NOEXPECT" TO checkverdict
             MOVE SPACES TO logmsg
             STRING "no expected entry for tonight "
              "input checksum - NOEXPECTED"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
            END-IF
           END-IF
           MOVE "day2-p1" TO checkprogram
           MOVE reportdate TO checkdate
           PERFORM Writecheckstatus
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

      *Machine-readable outcome of the expected-answer check, one
      *record per run, collected by the driver so a batch that
      *produced wrong answers ends with a nonzero return code.
      *The same outcome is published to the answer master.
           Writecheckstatus.
            MOVE buildid TO checkbuild
            CALL "anspub" USING checkline inputpath reportpath
            OPEN EXTEND ckfile
            IF ckfstatus NOT= "00" THEN
             OPEN OUTPUT ckfile
            END-IF
            IF ckfstatus = "00" THEN
             WRITE ckrec FROM checkline
             CLOSE ckfile
            ELSE
             MOVE SPACES TO logmsg
             STRING "check-status file unavailable - status " ckfstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
            END-IF.

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
