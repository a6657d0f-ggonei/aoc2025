       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbookgap.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT historyfile ASSIGN TO historypath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS historystatus.
             SELECT gapfile ASSIGN TO gappath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS gapstatus.

       DATA DIVISION.
           FILE SECTION.
            FD historyfile.
            01 historyrec PIC X(80).
            FD gapfile.
            01 gaprec PIC X(100).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchroot PIC X(200) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 historypath PIC X(250) VALUE SPACES.
            01 historystatus PIC X(2) VALUE SPACES.
            01 gappath PIC X(250) VALUE SPACES.
            01 gapstatus PIC X(2) VALUE SPACES.
            01 rundate PIC X(8) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
            01 uncovered PIC 9(3) VALUE 0.
      *Every failing job and return code the driver's run history
      *has recorded (the history line carries the code in 38:3),
      *with how often and when last.
            01 combocount PIC 9(3) VALUE 0.
            01 comboidx PIC 9(3) VALUE 0.
            01 combohit PIC 9(3) VALUE 0.
            01 combotab.
             02 comboentry OCCURS 300 TIMES.
              03 cbjob PIC X(14).
              03 cbrc PIC 9(3).
              03 cbseen PIC 9(5).
              03 cblast PIC X(8).
            01 histjob PIC X(14) VALUE SPACES.
            01 histrc PIC 9(3) VALUE 0.
            01 rbop PIC X(4) VALUE "JOB ".
            01 rbjob PIC X(14) VALUE SPACES.
            01 rbrc PIC S9(4) VALUE 0.
            01 rbaction PIC X(8) VALUE SPACES.
            01 rbref PIC X(12) VALUE SPACES.
            01 rbrange PIC X(9) VALUE SPACES.
            01 rbstepno PIC 9(2) VALUE 0.
            01 rbtext PIC X(100) VALUE SPACES.
            01 rbresult PIC X(1) VALUE SPACES.
            01 gapline.
             02 glnjob PIC X(14).
             02 FILLER PIC X(4) VALUE " rc ".
             02 glnrc PIC ZZ9.
             02 FILLER PIC X(6) VALUE " seen ".
             02 glnseen PIC Z(4)9.
             02 FILLER PIC X(11) VALUE " time(s) - ".
             02 FILLER PIC X(5) VALUE "last ".
             02 glnlast PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 glnflag PIC X(10).

       PROCEDURE DIVISION.
      *Runbook coverage report: every job and return code the run
      *history has seen fail, looked up in the runbook the way the
      *console and the handover digest look it up, and listed when
      *nothing covers it - the 03:00 failure that would send the
      *night operator back to the binder.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           ACCEPT historypath FROM ENVIRONMENT "DRIVER_RUNHISTORY"
           IF historypath = SPACES THEN
            MOVE "DRIVER_RUNHISTORY" TO confkey
            PERFORM Getconfig
            MOVE confval TO historypath
           END-IF
           IF historypath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/runhistory.txt'
             DELIMITED BY SIZE INTO historypath
           END-IF
           ACCEPT gappath FROM ENVIRONMENT "RUNBOOK_GAPS"
           IF gappath = SPACES THEN
            MOVE "RUNBOOK_GAPS" TO confkey
            PERFORM Getconfig
            MOVE confval TO gappath
           END-IF
           IF gappath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/runbookgaps.txt'
             DELIMITED BY SIZE INTO gappath
           END-IF
           OPEN INPUT historyfile
           IF historystatus = "00" THEN
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ historyfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF historyrec(38:3) IS NUMERIC
                AND historyrec(38:3) NOT= "000" THEN
                PERFORM Takehistory
               END-IF
             END-READ
            END-PERFORM
            CLOSE historyfile
           END-IF
           OPEN OUTPUT gapfile
           IF gapstatus NOT= "00" THEN
            MOVE SPACES TO logmsg
            STRING "file error on gapfile - status " gapstatus
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            STOP RUN
           END-IF
           MOVE SPACES TO gaprec
           STRING "==== RUNBOOK GAPS " rundate " ===="
            DELIMITED BY SIZE INTO gaprec
           WRITE gaprec
           PERFORM VARYING comboidx FROM 1 BY 1
            UNTIL comboidx > combocount
            MOVE cbjob(comboidx) TO rbjob
            MOVE cbrc(comboidx) TO rbrc
            CALL "runbook" USING rbop rbjob rbrc rbaction rbref
             rbrange rbstepno rbtext rbresult
            IF rbresult NOT= "Y" THEN
             ADD 1 TO uncovered
             MOVE cbjob(comboidx) TO glnjob
             MOVE cbrc(comboidx) TO glnrc
             MOVE cbseen(comboidx) TO glnseen
             MOVE cblast(comboidx) TO glnlast
             MOVE "NO RUNBOOK" TO glnflag
             WRITE gaprec FROM gapline
            END-IF
           END-PERFORM
           MOVE SPACES TO gaprec
           STRING "TOTAL " combocount " failing job/rc pair(s) seen, "
            uncovered " with no runbook entry"
            DELIMITED BY SIZE INTO gaprec
           WRITE gaprec
           CLOSE gapfile
           CALL "runreg" USING gappath
           MOVE SPACES TO logmsg
           STRING "runbook gaps at " FUNCTION TRIM(gappath)
            " - " uncovered " job/rc pair(s) with no runbook entry"
            DELIMITED BY SIZE INTO logmsg
           IF uncovered > 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           STOP RUN.

      *One failing history record into its job/rc pair.
           Takehistory.
            MOVE historyrec(10:14) TO histjob
            MOVE historyrec(38:3) TO histrc
            MOVE 0 TO combohit
            PERFORM VARYING comboidx FROM 1 BY 1
             UNTIL comboidx > combocount OR combohit > 0
             IF cbjob(comboidx) = histjob
              AND cbrc(comboidx) = histrc THEN
              MOVE comboidx TO combohit
             END-IF
            END-PERFORM
            IF combohit = 0 THEN
             IF combocount >= 300 THEN
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO combocount
             MOVE combocount TO combohit
             MOVE histjob TO cbjob(combohit)
             MOVE histrc TO cbrc(combohit)
             MOVE 0 TO cbseen(combohit)
            END-IF
            ADD 1 TO cbseen(combohit)
            IF historyrec(1:8) > cblast(combohit)
             OR cbseen(combohit) = 1 THEN
             MOVE historyrec(1:8) TO cblast(combohit)
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
