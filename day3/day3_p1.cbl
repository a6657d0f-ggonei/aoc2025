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
            01 instruction.
             02 nstr PIC X(102).
            FD reportfile.
            01 reportrec PIC X(100).
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
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day3/inputtst'.
            01 inputtstpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day3/inputtst'.
            01 inputprodpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day3/input'.
      *The resolved primary input, kept for the expected-answer
      *check - the file loop reuses inputpath per list member, and
      *the checksum key must not drift to whichever file came last.
            01 expinputpath PIC X(250) VALUE SPACES.
            01 dataset PIC X(4) VALUE "TEST".
            01 inputlist PIC X(2000) VALUE SPACES.
            01 inputfiles.
            01 posf PIC 9(3).
            01 nstrtrunc PIC X(102).
            01 skippedrecs PIC 9(18) VALUE 0.
      *Part 1 answer: the two picked digits of every line read as
      *one two-digit value and summed over every listed file, with
      *a per-file subtotal so a combined run can say which file
      *drove the number - the same shape day3-p2 publishes.
            01 pickpair PIC X(2) VALUE SPACES.
            01 val PIC 9(2) VALUE 0.
            01 total PIC 9(18) VALUE 0.
            01 filerecs PIC 9(7) VALUE 0.
            01 filetotal PIC 9(18) VALUE 0.
            01 expectedpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day3/p1expected.txt'.
            01 reportbase PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day3/p1report'.
            01 reportpath PIC X(250) VALUE SPACES.
            01 reportdate PIC X(8) VALUE SPACES.
            01 reportstatus PIC X(2) VALUE SPACES.
            01 reportline.
             02 FILLER PIC X(7) VALUE "ANSWER ".
             02 reportanswer PIC Z(17)9.
            01 subtotalline.
             02 FILLER PIC X(5) VALUE "FILE ".
             02 stlpath PIC X(60).
             02 FILLER PIC X(9) VALUE " RECORDS ".
             02 stlrecs PIC Z(6)9.
             02 FILLER PIC X(7) VALUE " TOTAL ".
             02 stltotal PIC Z(17)9.
            01 subtotals.
             02 subtotalentry OCCURS 20 TIMES.
              03 subrecs PIC 9(7).
              03 subtotal PIC 9(18).
            01 expectedanswer PIC 9(18) VALUE 0.
            01 expline PIC X(80) VALUE SPACES.
            01 expflag PIC X(1) VALUE SPACES.

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
            FUNCTION TRIM(batchyear) '/day3/inputtst'
            DELIMITED BY SIZE INTO inputtstpath
             WHEN OTHER MOVE inputtstpath TO inputpath
            END-EVALUATE
           END-IF
           MOVE inputpath TO expinputpath
           ACCEPT expectedpath FROM ENVIRONMENT "DAY3_P1_EXPECTED"
           IF expectedpath = SPACES THEN
            MOVE "DAY3_P1_EXPECTED" TO confkey
            PERFORM Getconfig
            MOVE confval TO expectedpath
           END-IF
           IF expectedpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day3/p1expected.txt'
             DELIMITED BY SIZE INTO expectedpath
           END-IF
           ACCEPT reportbase FROM ENVIRONMENT "DAY3_P1_REPORT"
           IF reportbase = SPACES THEN
            MOVE "DAY3_P1_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportbase
           END-IF
           IF reportbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day3/p1report'
             DELIMITED BY SIZE INTO reportbase
           END-IF
           ACCEPT reportdate FROM ENVIRONMENT "DAY3_P1_REPORTDATE"
           IF reportdate = SPACES THEN
            MOVE "DAY3_P1_REPORTDATE" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportdate
           END-IF
           IF reportdate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO reportdate
           END-IF
           STRING FUNCTION TRIM(reportbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO reportpath
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "day3-p1" TO excprogram
           ACCEPT inputlist FROM ENVIRONMENT "DAY3_P1_INPUTLIST"
           IF inputlist = SPACES THEN
            MOVE "DAY3_P1_INPUTLIST" TO confkey
           END-IF
           PERFORM VARYING fileidx FROM 1 BY 1 UNTIL fileidx > numfiles
            MOVE inputfileitem(fileidx) TO inputpath
            MOVE 0 TO filerecs
            MOVE 0 TO filetotal
            OPEN INPUT inputfile
            MOVE "inputfile" TO errfile
            MOVE inputstatus TO errstatus
                 DELIMITED BY SIZE INTO logmsg
                MOVE "WARN " TO logsev
                PERFORM Log
                MOVE "WARN" TO excseverity
                MOVE nstr(1:20) TO exckey
                MOVE "record too short to pick from" TO excmessage
                PERFORM Writeexception
               ELSE
                MOVE SPACES TO logmsg
                STRING nstr
                  PERFORM Log
                 END-IF
                END-PERFORM
                MOVE nstr(posi:1) TO pickpair(1:1)
                MOVE nstr(posf:1) TO pickpair(2:1)
                COMPUTE val = FUNCTION NUMVAL(pickpair)
                ADD val TO total
                ADD val TO filetotal
                ADD 1 TO filerecs
               END-IF
            END-PERFORM
            CLOSE inputfile
            MOVE filerecs TO subrecs(fileidx)
            MOVE filetotal TO subtotal(fileidx)
            MOVE SPACES TO logmsg
            STRING "file " FUNCTION TRIM(inputpath) " records "
             filerecs " total " filetotal
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
           END-PERFORM.
           MOVE SPACES TO logmsg
           STRING "Records skipped as too short: " skippedrecs
            DELIMITED BY SIZE INTO logmsg
           MOVE "WARN " TO logsev
           PERFORM Log
           MOVE SPACES TO logmsg
           STRING total
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           PERFORM Writereport
           MOVE SPACES TO expline
           MOVE SPACE TO expflag
           CALL "expfind" USING expectedpath expinputpath
            expline expflag
           IF expflag = "P" OR expflag = "C" THEN
            COMPUTE expectedanswer = FUNCTION NUMVAL(expline)
            MOVE expectedanswer TO checkexpected
            MOVE total TO checkactual
            IF expectedanswer = total THEN
             MOVE SPACES TO logmsg
             STRING "expected-answer check: MATCH"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             MOVE "MATCH" TO checkverdict
            ELSE
             MOVE SPACES TO logmsg
             STRING "expected-answer check: MISMATCH - expected "
              expectedanswer " got " total
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             MOVE "MISMATCH" TO checkverdict
            END-IF
           ELSE
            MOVE SPACES TO checkexpected
            MOVE total TO checkactual
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
           MOVE "day3-p1" TO checkprogram
           MOVE reportdate TO checkdate
           PERFORM Writecheckstatus
           STOP RUN.

      *Dated part 1 report: the run id, one subtotal line per input
      *file and the ANSWER line the scoreboard, promote and the
      *warehouse extract read.
           Writereport.
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
            PERFORM VARYING fileidx FROM 1 BY 1 UNTIL fileidx > numfiles
             MOVE inputfileitem(fileidx)(1:60) TO stlpath
             MOVE subrecs(fileidx) TO stlrecs
             MOVE subtotal(fileidx) TO stltotal
             WRITE reportrec FROM subtotalline
            END-PERFORM
            MOVE total TO reportanswer
            WRITE reportrec FROM reportline
            CLOSE reportfile
            CALL "runreg" USING reportpath.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the day's run.
           Writeexception.
            MOVE reportdate TO excdate
            CALL "excrepo" USING excline excrepopath.

      *Machine-readable outcome of the expected-answer check, one
      *record per run, collected by the driver so a batch that
      *produced wrong answers ends with a nonzero return code.
      *The same outcome is published to the answer master.
           Writecheckstatus.
            MOVE buildid TO checkbuild
            CALL "anspub" USING checkline expinputpath reportpath
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

           Checkstatus.
            IF errstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
