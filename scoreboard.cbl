             FD reportfile.
             01 reportrec PIC X(60).
             FD checkfile.
             01 checkrec PIC X(160).
             FD registryfile.
             01 registryrec PIC X(340).
             FD ledgerfile.
             01 ledgerrec PIC X(80).
             FD historyfile.
             01 historyrec PIC X(80).
             FD trendfile.
             01 trendrec PIC X(100).
             FD degfile.
               02 hllabel PIC X(30).
               02 FILLER PIC X(1) VALUE SPACE.
               02 hlvalue PIC Z(17)9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 hlbuild PIC X(14).
             01 historynotfound.
               02 hndate PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 tlcurr PIC X(18).
               02 FILLER PIC X(1) VALUE SPACE.
               02 tlflag PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 tlbuild PIC X(13).
             01 histeof PIC 9(1) VALUE 0.
             01 histdate PIC X(8) VALUE SPACES.
             01 histlabel PIC X(30) VALUE SPACES.
             01 numtracked PIC 9(2) VALUE 9.
             01 trackidx PIC 9(2) VALUE 0.
             01 driftcount PIC 9(2) VALUE 0.
      *Each history line also carries the build of the program
      *that produced the answer (its check-status record), so the
      *trend can say whether a drifted answer came with new code.
             01 prevtab.
               02 preventry OCCURS 9 TIMES.
                 03 prevvalue PIC X(18).
                 03 prevfound PIC 9(1).
                 03 prevbuild PIC X(14).
             01 todaytab.
               02 todayentry OCCURS 9 TIMES.
                 03 todaylabel PIC X(30).
                 03 todayvalue PIC 9(18).
                 03 todayfound PIC 9(1).
                 03 todaybuild PIC X(14).
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 checkeof PIC 9(1) VALUE 0.
             01 registryeof PIC 9(1) VALUE 0.
      *Days the driver ran on an archived input after a gate FAIL
      *carry a DEGRADED flag on their scoreboard row; once a late
      *feed's supplemental run has replaced the answer the row says
      *SUPPLEMENTAL instead.
             01 degpath PIC X(250) VALUE SPACES.
             01 degstatus PIC X(2) VALUE SPACES.
             01 degeof PIC 9(1) VALUE 0.
                 03 dayp2value PIC 9(18).
                 03 dayp2found PIC 9(1).
                 03 dayverdict PIC X(8).
                 03 dayhistbuild PIC X(14).
             01 matchdays PIC 9(2) VALUE 0.
             01 mismatchdays PIC 9(2) VALUE 0.
             01 notrundays PIC 9(2) VALUE 0.
               02 drp2 PIC X(18).
               02 FILLER PIC X(2) VALUE SPACES.
               02 drverdict PIC X(8).
               02 drdegraded PIC X(13).
             01 footerline.
               02 FILLER PIC X(8) VALUE " MATCH  ".
               02 ftmatch PIC Z9.
               02 FILLER PIC X(1) VALUE "1".
               02 FILLER PIC X(1) VALUE "R".
               02 FILLER PIC X(6) VALUE "day3".
               02 FILLER PIC X(14) VALUE "p1report".
               02 FILLER PIC X(14) VALUE "p2report".
               02 FILLER PIC X(1) VALUE "2".
               02 FILLER PIC X(1) VALUE "R".
            MOVE dlabel(trackidx) TO todaylabel(trackidx)
            MOVE 0 TO todayfound(trackidx)
            MOVE 0 TO prevfound(trackidx)
            MOVE SPACES TO todaybuild(trackidx)
            MOVE SPACES TO prevbuild(trackidx)
           END-PERFORM
           MOVE "day5 ID range total" TO todaylabel(numtracked)
           MOVE 0 TO todayfound(numtracked)
           MOVE 0 TO prevfound(numtracked)
           MOVE SPACES TO todaybuild(numtracked)
           MOVE SPACES TO prevbuild(numtracked)
           PERFORM Loadhistory
           PERFORM Loadverdicts
           PERFORM VARYING dayidx FROM 1 BY 1 UNTIL dayidx > numdays
                 AND degrec(4:1) IS NUMERIC
                 AND degrec(4:1) NOT= "0" THEN
                 MOVE degrec(4:1) TO degdaynum
                 IF degrec(5:14) = " SUPPLEMENTAL " THEN
                  MOVE "S" TO degflag(degdaynum)
                 ELSE
                  MOVE "Y" TO degflag(degdaynum)
                 END-IF
                END-IF
              END-READ
             END-PERFORM
           Loadverdicts.
            PERFORM VARYING dayidx FROM 1 BY 1 UNTIL dayidx > numdays
             MOVE "NOT RUN" TO dayverdict(dayidx)
             MOVE SPACES TO dayhistbuild(dayidx)
            END-PERFORM
            OPEN INPUT checkfile
            IF checkfstatus = "00" THEN
                 AND checkrec(4:1) >= "1"
                 AND checkrec(4:1) <= "9" THEN
                 COMPUTE ckdaynum = FUNCTION NUMVAL(checkrec(4:1))
                 PERFORM Takecheckbuild
                 IF checkrec(131:8) = "MISMATCH" THEN
                  MOVE "MISMATCH" TO dayverdict(ckdaynum)
                 ELSE
             CLOSE checkfile
            END-IF.

      *The build of the program behind the day's history part: a
      *program named without a part (day1, day2) answers part 1.
           Takecheckbuild.
            IF checkrec(146:14) = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            IF checkrec(5:2) = "-p" THEN
             IF checkrec(7:1) = dayhistpart(ckdaynum) THEN
              MOVE checkrec(146:14) TO dayhistbuild(ckdaynum)
             END-IF
            ELSE
             IF dayhistpart(ckdaynum) = "1" THEN
              MOVE checkrec(146:14) TO dayhistbuild(ckdaynum)
             END-IF
            END-IF.

      *Reads one part's answer for the current day: the last ANSWER
      *line of the dated report, or the COUNTER column of a day5
      *result file.
             MOVE "                 -" TO drp2
            END-IF
            MOVE dayverdict(dayidx) TO drverdict
            MOVE SPACES TO drdegraded
            IF dayidx <= 9 AND degflag(dayidx) = "Y" THEN
             MOVE " DEGRADED" TO drdegraded
            END-IF
            IF dayidx <= 9 AND degflag(dayidx) = "S" THEN
             MOVE " SUPPLEMENTAL" TO drdegraded
            END-IF
            WRITE ledgerrec FROM dayrow
            ADD 1 TO pagelines
      *history slot for its label.
           Trackhistory.
            MOVE trackslot(dayidx) TO trackidx
            MOVE dayhistbuild(dayidx) TO todaybuild(trackidx)
            IF dayhistpart(dayidx) = "1" THEN
             IF dayp1found(dayidx) = 1 THEN
              MOVE dayp1value(dayidx) TO todayvalue(trackidx)
                 UNTIL trackidx > numtracked
                 IF histlabel = todaylabel(trackidx) THEN
                  MOVE histvalue TO prevvalue(trackidx)
                  MOVE historyrec(60:14) TO prevbuild(trackidx)
                  IF histvalue = "NOTFOUND" THEN
                   MOVE 0 TO prevfound(trackidx)
                  ELSE
              MOVE reportdate TO hldate
              MOVE todaylabel(trackidx) TO hllabel
              MOVE todayvalue(trackidx) TO hlvalue
              MOVE todaybuild(trackidx) TO hlbuild
              WRITE historyrec FROM historyline
             ELSE
              MOVE reportdate TO hndate
      *Compares today's answers against the previous run's and flags
      *any answer that changed: our answers should never change for
      *the same input, so a DRIFT line is the earliest signal that an
      *input feed or a program regressed. Each line also says whether
      *the producing program's build changed between the two runs,
      *which tells those two apart at a glance.
           Writetrend.
            OPEN OUTPUT trendfile
            MOVE "trendfile" TO errfile
              MOVE "not found" TO tlcurr
             END-IF
             MOVE SPACES TO tlflag
             MOVE SPACES TO tlbuild
             IF prevbuild(trackidx) NOT= SPACES
              AND todaybuild(trackidx) NOT= SPACES THEN
              IF prevbuild(trackidx) = todaybuild(trackidx) THEN
               MOVE "SAME BUILD" TO tlbuild
              ELSE
               MOVE "BUILD CHANGED" TO tlbuild
              END-IF
             END-IF
             IF prevfound(trackidx) = 1
              AND todayfound(trackidx) = 1 THEN
              IF FUNCTION NUMVAL(prevvalue(trackidx))
               MOVE SPACES TO logmsg
               STRING "DRIFT on " FUNCTION TRIM(todaylabel(trackidx))
                ": was " FUNCTION TRIM(prevvalue(trackidx)) " now "
                todayvalue(trackidx) " " FUNCTION TRIM(tlbuild)
                DELIMITED BY SIZE INTO logmsg
               MOVE "WARN " TO logsev
               PERFORM Log
