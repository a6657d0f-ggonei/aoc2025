             01 reprodate PIC X(8) VALUE SPACES.
             01 reprodir PIC X(250) VALUE SPACES.
             01 reprojobs PIC X(200) VALUE SPACES.
             01 buildroot PIC X(200) VALUE SPACES.
             01 jobpick PIC X(14) VALUE SPACES.
             01 pickptr PIC 9(3) VALUE 1.
             01 eof PIC 9(1) VALUE 0.
             01 selected.
               02 selflag PIC 9(1) OCCURS 20 TIMES.
             01 anyselected PIC 9(1) VALUE 0.
             01 runcmd PIC X(8000) VALUE SPACES.
             01 runptr PIC 9(4) VALUE 1.
             01 jobrawcode PIC S9(9) VALUE 0.
             01 jobrc PIC S9(4) VALUE 0.
             01 ansedit PIC Z(17)9.
             01 mismatches PIC 9(2) VALUE 0.
             01 compared PIC 9(2) VALUE 0.
             01 cmpbase PIC X(12) VALUE SPACES.
             01 cmplabel PIC X(14) VALUE SPACES.
             COPY jobtable.
      *Per-job replay shape: the input override env, and the dated
      *report base to compare (spaces = replayable but with no
               02 FILLER PIC X(44) VALUE
                "DAY1_INPUT      DAY1_P2_REPORT  p2report".
               02 FILLER PIC X(44) VALUE
                "DAY2_INPUT      DAY2_P2_REPORT  p2report".
               02 FILLER PIC X(44) VALUE
                "DAY3_P1_INPUT   DAY3_P1_REPORT  p1report".
               02 FILLER PIC X(44) VALUE
                "DAY3_P2_INPUT   DAY3_P2_REPORT  p2report".
               02 FILLER PIC X(44) VALUE
               02 FILLER PIC X(44) VALUE
                "DAY5_P2_INPUT".
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE
                "DAY6_P1_INPUT   DAY6_P2_REPORT  p2report".
               02 FILLER PIC X(44) VALUE
             FUNCTION TRIM(batchyear)
             DELIMITED BY SIZE INTO batchroot
           END-IF
      *REPRO_DATE replays as of a batch date rather than one run
      *(the regression harness replays date ranges); REPRO_BUILD
      *names the build whose day programs do the replay, by default
      *the live one.
           ACCEPT reprodate FROM ENVIRONMENT "REPRO_DATE"
           IF reprodate = SPACES THEN
            ACCEPT reprorunid FROM ENVIRONMENT "REPRO_RUNID"
            IF reprorunid = SPACES THEN
             DISPLAY "run id to reproduce: " WITH NO ADVANCING
             ACCEPT reprorunid
            END-IF
            IF reprorunid = SPACES THEN
             DISPLAY "no run id given"
             MOVE 4 TO RETURN-CODE
             STOP RUN
            END-IF
            MOVE reprorunid(1:8) TO reprodate
           ELSE
            MOVE reprodate TO reprorunid
           END-IF
           ACCEPT buildroot FROM ENVIRONMENT "REPRO_BUILD"
           IF buildroot = SPACES THEN
            MOVE batchroot TO buildroot
           END-IF
           COMPUTE runint = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(reprodate))
           ACCEPT reprodir FROM ENVIRONMENT "REPRO_DIR"
             WRITE comprec
             EXIT PARAGRAPH
            END-IF
            MOVE shapebase(jobidx) TO cmpbase
            MOVE jobname(jobidx) TO cmplabel
      *day1 publishes both parts from the one run, so its part 1
      *answer is compared as well.
            IF jobname(jobidx) = "day1" THEN
             MOVE "day1-p2" TO cmplabel
            END-IF
            PERFORM Compareone
            IF jobname(jobidx) = "day1" THEN
             MOVE "p1report" TO cmpbase
             MOVE "day1-p1" TO cmplabel
             PERFORM Compareone
            END-IF.

      *One dated answer (report base cmpbase): the original against
      *the reproduced.
           Compareone.
            PERFORM Findoriginal
            PERFORM Findreproduced
            ADD 1 TO compared
            MOVE SPACES TO comprec
            IF origanswer = reproanswer
             AND origanswer NOT= SPACES THEN
             STRING cmplabel " ORIGINAL "
              FUNCTION TRIM(origanswer) " REPRODUCED "
              FUNCTION TRIM(reproanswer) " MATCH"
              DELIMITED BY SIZE INTO comprec
            ELSE
             ADD 1 TO mismatches
             STRING cmplabel " ORIGINAL "
              FUNCTION TRIM(origanswer) " REPRODUCED "
              FUNCTION TRIM(reproanswer) " MISMATCH"
              DELIMITED BY SIZE INTO comprec
             "/checkstatus.txt "
             "EXCEPTIONS_REPO=" FUNCTION TRIM(reprodir)
             "/exceptions.txt "
             "ANSWER_MASTER=" FUNCTION TRIM(reprodir)
             "/answermaster.idx "
             "ANSWER_JOURNAL=" FUNCTION TRIM(reprodir)
             "/answerjournal.txt "
             "RUNLOG_PATH=" FUNCTION TRIM(reprodir)
             "/runlog.txt "
             "FEED_LEDGER=" FUNCTION TRIM(reprodir)
             "/feedledger.txt "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
      *Every persistent or handoff path any day job writes goes to
      *the workspace; the live state files stay untouched.
             "/dialstate.txt "
             "DAY1_CONTINUE=N "
             "DAY1_ALERTS=" FUNCTION TRIM(reprodir) "/alerts "
             "DAY1_REJECTS=" FUNCTION TRIM(reprodir) "/rejects "
             "DAY1_HELD=" FUNCTION TRIM(reprodir) "/heldinstr.txt "
             "DAY1_P1_REPORT=" FUNCTION TRIM(reprodir)
             "/p1report "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY2_REPORT=" FUNCTION TRIM(reprodir)
             "/report "
             "DAY2_P2_DETAIL=" FUNCTION TRIM(reprodir)
             "/rangedetail.txt "
             "DAY2_P2_EXCEPTIONS=" FUNCTION TRIM(reprodir)
             "/exceptions2.txt "
             "DAY2_P2_EXTRACT=" FUNCTION TRIM(reprodir)
             "/echoextract "
             "DAY2_P2_PATTERNS=" FUNCTION TRIM(reprodir)
             "/echopatterns "
             "DAY3_P2_DETAIL=" FUNCTION TRIM(reprodir)
             "/selections.txt "
             "DAY3_P2_MARGINS=" FUNCTION TRIM(reprodir)
             "/margins.txt "
             "DAY3_P2_HISTORY=" FUNCTION TRIM(reprodir)
             "/adapterhistory.txt "
             "DAY3_P2_CHANGES=" FUNCTION TRIM(reprodir)
             "/selchanges "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY4_SNAPSHOT=" FUNCTION TRIM(reprodir)
             "/spread.txt "
             "/metrics.txt "
             "DAY4_GENCKPT=" FUNCTION TRIM(reprodir)
             "/genckpt.txt "
             "DAY4_AGEMAP=" FUNCTION TRIM(reprodir)
             "/agemap.txt "
             "DAY4_CLUSTERS=" FUNCTION TRIM(reprodir)
             "/clusters.txt "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY5_P1_RESULT=" FUNCTION TRIM(reprodir)
             "/p1result.txt "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY6_P2_REJECTS=" FUNCTION TRIM(reprodir)
             "/p2rejects6 "
             "DAY6_P2_DETAIL=" FUNCTION TRIM(reprodir)
             "/p2detail6 "
             "DAY7_TRACE=" FUNCTION TRIM(reprodir)
             "/trace.txt "
             "DAY7_SUMMARY=" FUNCTION TRIM(reprodir)
             "/beamsummary.txt "
             "DAY7_SPLITTERS=" FUNCTION TRIM(reprodir)
             "/splitters.txt "
             "DAY7_BOARDMASTER=" FUNCTION TRIM(reprodir)
             "/boardmaster.txt "
             "DAY7_BOARDHISTORY=" FUNCTION TRIM(reprodir)
             "/boardhistory.txt "
             "DAY7_BOARDREPORT=" FUNCTION TRIM(reprodir)
             "/boardreport "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY8_P1_MEMBERSHIP=" FUNCTION TRIM(reprodir)
             "/membership.txt "
             "/p1checkpoint "
             "DAY8_P2_CHECKPOINT=" FUNCTION TRIM(reprodir)
             "/p2checkpoint "
             "DAY8_P1_GEOMETRY=" FUNCTION TRIM(reprodir)
             "/geometry "
             "DAY8_P1_SWEEPREPORT=" FUNCTION TRIM(reprodir)
             "/p1sweep "
             "DAY8_P1_BASELINE=" FUNCTION TRIM(reprodir)
             "/p1baseline "
             "DAY8_P2_MERGELOG=" FUNCTION TRIM(reprodir)
             "/p2merges "
             "DAY8_P2_BASELINE=" FUNCTION TRIM(reprodir)
             "/p2baseline "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY9_P1_OUTPUT=" FUNCTION TRIM(reprodir)
             "/output9p1 "
             "/ties.txt "
             "DAY9_P2_BASELINE=" FUNCTION TRIM(reprodir)
             "/searchbaseline.txt "
             "DAY9_P2_PLOT=" FUNCTION TRIM(reprodir)
             "/p2plot "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING FUNCTION TRIM(buildroot) "/"
             FUNCTION TRIM(jobdir) "/"
             FUNCTION TRIM(jobexe(jobidx))
             " > " FUNCTION TRIM(reprodir) "/jobout.log 2>&1"
            MOVE SPACES TO origanswer
            MOVE SPACES TO probepath
            STRING FUNCTION TRIM(batchroot) "/day" daynum "/"
             FUNCTION TRIM(cmpbase) "_" reprodate
             ".txt"
             DELIMITED BY SIZE INTO probepath
            PERFORM Lastanswer
               IF indexrec(1:8) = reprodate
                AND indexrec(10:4) = jobname(jobidx)(1:4)
                AND ((indexrec(15:2) = "P2"
                  AND cmpbase(1:2) = "p2")
                 OR (indexrec(15:2) = "P1"
                  AND cmpbase(1:2) NOT= "p2")) THEN
                COMPUTE ansnum =
                 FUNCTION NUMVAL(indexrec(25:18))
                MOVE ansnum TO ansedit
            MOVE SPACES TO reproanswer
            MOVE SPACES TO probepath
            STRING FUNCTION TRIM(reprodir) "/"
             FUNCTION TRIM(cmpbase) "_" reprodate
             ".txt"
             DELIMITED BY SIZE INTO probepath
            PERFORM Lastanswer
