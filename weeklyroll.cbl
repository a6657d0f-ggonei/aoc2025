               SELECT spoolfile ASSIGN TO spoolpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS spoolstatus.
               SELECT trigfile ASSIGN TO trigpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS trigstatus.
               SELECT rollupfile ASSIGN TO rolluppath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS rollupstatus.
             FD historyfile.
             01 historyrec PIC X(40).
             FD registryfile.
             01 registryrec PIC X(340).
             FD excrepofile.
             01 excreporec PIC X(120).
             FD spoolfile.
             01 spoolrec PIC X(210).
             FD trigfile.
             01 trigrec PIC X(120).
             FD rollupfile.
             01 rolluprec PIC X(160).

             01 endsecs PIC 9(7) VALUE 0.
             01 windowraw PIC 9(6) VALUE 0.
             01 windowendsecs PIC 9(7) VALUE 0.
      *Feed lateness from the trigger log: nights the trigger
      *started the batch, how many waited past the watch start for
      *the feed set, how many hit the cutoff and went degraded,
      *and the average and worst wait, both periods.
             01 trigpath PIC X(250) VALUE SPACES.
             01 trigstatus PIC X(2) VALUE SPACES.
             01 trignights PIC 9(4) VALUE 0.
             01 triglate PIC 9(4) VALUE 0.
             01 trigcutoffs PIC 9(4) VALUE 0.
             01 triglatesum PIC 9(9) VALUE 0.
             01 trigworst PIC 9(6) VALUE 0.
             01 prevtrignights PIC 9(4) VALUE 0.
             01 prevtriglate PIC 9(4) VALUE 0.
             01 prevtrigcutoffs PIC 9(4) VALUE 0.
             01 prevtriglatesum PIC 9(9) VALUE 0.
             01 trigavg PIC 9(6) VALUE 0.
             01 prevtrigavg PIC 9(6) VALUE 0.
             COPY trigrec.

       PROCEDURE DIVISION.
      *Weekly operations rollup: per-job success rate, average and
      *worst elapsed and timeout counts with deltas against the
      *previous period, exception volume trend, drift incidents
      *from the alert spool, batches whose registry stamps show
      *them ending past the window, and feed lateness from the
      *trigger log. ROLLUP_FROM/ROLLUP_TO set the range; the
      *default is the last seven days.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
            STRING FUNCTION TRIM(batchroot) '/alertspool.txt'
             DELIMITED BY SIZE INTO spoolpath
           END-IF
           ACCEPT trigpath FROM ENVIRONMENT "TRIGGER_LOG"
           IF trigpath = SPACES THEN
            MOVE "TRIGGER_LOG" TO confkey
            PERFORM Getconfig
            MOVE confval TO trigpath
           END-IF
           IF trigpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/triggerlog.txt'
             DELIMITED BY SIZE INTO trigpath
           END-IF
           ACCEPT rawto FROM ENVIRONMENT "ROLLUP_TO"
           IF rawto = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO rawto
           PERFORM Readexceptions
           PERFORM Readdrift
           PERFORM Readregistry
           PERFORM Readtrigger
           OPEN OUTPUT rollupfile
           MOVE "rollupfile" TO errfile
           MOVE rollupstatus TO errstatus
            prevschednights ")"
            DELIMITED BY SIZE INTO rolluprec
           WRITE rolluprec
           IF trignights > 0 THEN
            COMPUTE trigavg = triglatesum / trignights
           END-IF
           IF prevtrignights > 0 THEN
            COMPUTE prevtrigavg = prevtriglatesum / prevtrignights
           END-IF
           MOVE SPACES TO rolluprec
           STRING "FEED ARRIVAL NIGHTS " trignights " LATE "
            triglate " CUTOFF " trigcutoffs " AVG WAIT " trigavg
            " WORST " trigworst " (prev LATE " prevtriglate
            " CUTOFF " prevtrigcutoffs " AVG WAIT " prevtrigavg ")"
            DELIMITED BY SIZE INTO rolluprec
           WRITE rolluprec
           CLOSE rollupfile
           CALL "runreg" USING rolluppath
           MOVE SPACES TO logmsg
            END-IF
            MOVE registryrec(13:19) TO rlast(runhit).

      *Trigger decisions, both periods. A night counts as late when
      *the batch started after the watch began - the feed set was
      *not all there at the first look.
           Readtrigger.
            OPEN INPUT trigfile
            IF trigstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ trigfile INTO trigline
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF tgdate IS NUMERIC AND tglate IS NUMERIC THEN
                COMPUTE recint = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(tgdate))
                EVALUATE TRUE
                 WHEN recint >= fromint AND recint <= toint
                  ADD 1 TO trignights
                  ADD tglate TO triglatesum
                  IF tglate > trigworst THEN
                   MOVE tglate TO trigworst
                  END-IF
                  IF tglate > 0 AND tgdecision NOT= "NOFEED" THEN
                   ADD 1 TO triglate
                  END-IF
                  IF tgdecision = "CUTOFF" THEN
                   ADD 1 TO trigcutoffs
                  END-IF
                 WHEN recint >= prevfromint
                  AND recint <= prevtoint
                  ADD 1 TO prevtrignights
                  ADD tglate TO prevtriglatesum
                  IF tglate > 0 AND tgdecision NOT= "NOFEED" THEN
                   ADD 1 TO prevtriglate
                  END-IF
                  IF tgdecision = "CUTOFF" THEN
                   ADD 1 TO prevtrigcutoffs
                  END-IF
                 WHEN OTHER
                  CONTINUE
                END-EVALUATE
               END-IF
             END-READ
            END-PERFORM
            CLOSE trigfile.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
