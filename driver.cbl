               SELECT gpfile ASSIGN TO gppath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS gpstatus.
               SELECT shadowfile ASSIGN TO shadowpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS shadowstatus.

       DATA DIVISION.
           FILE SECTION.
             FD gatefile.
             01 gaterec PIC X(100).
             FD ckfile.
             01 ckrec PIC X(160).
             FD historyfile.
             01 historyrec PIC X(40).
             FD rcfile.
             01 rcfilerec PIC X(40).
             FD smokefile.
             01 smokerec PIC X(160).
             FD registryfile.
             01 registryrec PIC X(340).
             FD probefile.
             01 proberec PIC X(300).
             FD degfile.
             01 lockrec PIC X(80).
             FD schedfile.
             01 schedrec PIC X(60).
             FD shadowfile.
             01 shadowrec PIC X(120).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 gateeof PIC 9(1) VALUE 0.
             01 gatemode PIC X(3) VALUE "ON".
             01 gaterc PIC S9(4) VALUE 0.
             01 paramrc PIC S9(4) VALUE 0.
             01 readymode PIC X(3) VALUE "ON".
             01 readyrc PIC S9(4) VALUE 0.
             01 gatedaynum PIC 9(2) VALUE 0.
             01 gateverdicts.
               02 gateverdict PIC X(4) OCCURS 9 TIMES.
             01 probestatus PIC X(2) VALUE SPACES.
             01 excrepopath PIC X(250) VALUE SPACES.
             COPY excrec.
      *A degraded night is also posted to the feed-quality ledger
      *(feedqual) against the day's feed, for the monthly supplier
      *scorecard.
             01 fqop PIC X(4) VALUE SPACES.
             COPY feedrec.
      *Supplemental run: when a day's late feed lands after the
      *batch already ran it degraded, stager reruns just that day's
      *jobs and everything depending on them under a new run id
      *linked to the original (DRIVER_SUPPLEMENT day digit,
      *DRIVER_LINKRUNID the degraded run). The other jobs keep
      *their results from the linked run ("L" in jobrun), the
      *other days' verdicts and degraded flags are left alone, and
      *a clean rerun adds a SUPPLEMENTAL line for the day to the
      *degraded-status file - the DEGRADED line stays above it -
      *before the scoreboard is refreshed.
             01 suppday PIC X(1) VALUE SPACES.
             01 linkrunid PIC X(11) VALUE SPACES.
             01 suppadded PIC 9(1) VALUE 0.
             01 suppclean PIC 9(1) VALUE 1.
             01 slawatchmode PIC X(1) VALUE SPACES.
             01 degtab.
               02 degentry OCCURS 9 TIMES.
                 03 dgflag PIC X(1).
             01 jobinput-values.
               02 FILLER PIC X(16) VALUE "DAY1_INPUT".
               02 FILLER PIC X(16) VALUE "DAY2_INPUT".
               02 FILLER PIC X(16) VALUE "DAY3_P1_INPUT".
               02 FILLER PIC X(16) VALUE "DAY3_P2_INPUT".
               02 FILLER PIC X(16) VALUE "DAY4_INPUT".
               02 FILLER PIC X(16) VALUE "DAY5_P1_INPUT".
               02 FILLER PIC X(16) VALUE "DAY5_P2_INPUT".
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(16) VALUE "DAY6_P1_INPUT".
               02 FILLER PIC X(16) VALUE "DAY7_INPUT".
               02 FILLER PIC X(16) VALUE "DAY7_INPUT".
             01 registrystatus PIC X(2) VALUE SPACES.
             01 smokeeof PIC 9(1) VALUE 0.
             01 smokemiss PIC 9(2) VALUE 0.
             01 smokecmd PIC X(3000) VALUE SPACES.
             01 smokeptr PIC 9(4) VALUE 1.
             01 smokercs.
               02 smokerc PIC 9(3) OCCURS 20 TIMES.
             01 smokeverdtab.
               02 FILLER PIC X(18) VALUE "DAY2_EXPECTED".
               02 FILLER PIC X(18) VALUE "expectedtst.txt".
               02 FILLER PIC X(18) VALUE "DAY2_REPORTDATE".
               02 FILLER PIC X(16) VALUE "DAY3_P1_DATASET".
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(18) VALUE "DAY3_P1_EXPECTED".
               02 FILLER PIC X(18) VALUE "p1expectedtst.txt".
               02 FILLER PIC X(18) VALUE "DAY3_P1_REPORTDATE".
               02 FILLER PIC X(16) VALUE "DAY3_P2_DATASET".
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(18) VALUE "DAY3_P2_EXPECTED".
               02 FILLER PIC X(18) VALUE SPACES.
               02 FILLER PIC X(18) VALUE SPACES.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(18) VALUE SPACES.
               02 FILLER PIC X(18) VALUE SPACES.
               02 FILLER PIC X(18) VALUE SPACES.
               02 FILLER PIC X(16) VALUE SPACES.
               02 FILLER PIC X(16) VALUE "DAY6_P1_INPUT".
               02 FILLER PIC X(18) VALUE "DAY6_P2_EXPECTED".
               02 FILLER PIC X(18) VALUE "p2expectedtst.txt".
             01 ctltok3 PIC X(80) VALUE SPACES.
             01 ctltok4 PIC X(80) VALUE SPACES.
             01 ctltok5 PIC X(80) VALUE SPACES.
             01 ctltok6 PIC X(80) VALUE SPACES.
             01 ctltok7 PIC X(80) VALUE SPACES.
             01 ctltok PIC X(80) VALUE SPACES.
             01 ctlptr PIC 9(3) VALUE 1.
             01 ctlkey PIC X(10) VALUE SPACES.
             01 ctlval PIC X(70) VALUE SPACES.
             01 ctltokidx PIC 9(1) VALUE 0.
             01 ctlfreqok PIC 9(1) VALUE 0.
             01 ctljobidx PIC 9(2) VALUE 0.
             01 depname PIC X(14) VALUE SPACES.
             01 depptr PIC 9(3) VALUE 1.
                 03 jobdeps PIC X(60).
                 03 jobretries PIC 9(2).
                 03 jobdelay PIC 9(4).
                 03 jobfreq PIC X(12).
                 03 jobresclass PIC X(10).
                 03 jobreslimit PIC 9(2).
      *Run frequency (jobcontrol FREQ=): DAILY, WEEKLY=<MON..SUN>,
      *MONTHEND (the last business day of the month) or NTH=<n>
      *(the nth business day), resolved against calserv's business
      *calendar for freqdate - tonight, or DRIVER_PLANDATE in the
      *dry-run plan. A job not due is skipped NOTDUE.
             01 freqdate PIC X(8) VALUE SPACES.
             01 freqdate9 REDEFINES freqdate PIC 9(8).
             01 freqwork PIC X(8) VALUE SPACES.
             01 freqwork9 REDEFINES freqwork PIC 9(8).
             01 freqint PIC 9(8) VALUE 0.
             01 freqlast PIC 9(8) VALUE 0.
             01 freqdow PIC 9(1) VALUE 0.
             01 freqnth PIC 9(2) VALUE 0.
             01 freqcount PIC 9(2) VALUE 0.
             01 freqdue PIC 9(1) VALUE 1.
             01 daynames PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
      *Resource classes (jobcontrol RESOURCE=<class>[:limit], limit
      *1 when omitted): jobs sharing sort work space or the like
      *never run more of one class in a parallel wave than its
      *limit; the extras are deferred to a later wave.
             01 reslimittok PIC X(10) VALUE SPACES.
             01 rescount PIC 9(2) VALUE 0.
             01 resjobidx PIC 9(2) VALUE 0.
             01 deferline.
               02 dfname PIC X(14).
               02 FILLER PIC X(34)
                VALUE " deferred to a later wave - class ".
               02 dfclass PIC X(10).
               02 FILLER PIC X(10) VALUE " at limit ".
               02 dflimit PIC Z9.
      *Transient failures - a locked work file, a slow mount - are
      *fixed by running the job again, so POLICY=RETRY with
      *RETRIES= and DELAY= relaunches a failing job up to its
               02 FILLER PIC X(9) VALUE " elapsed ".
               02 rlelapsed PIC Z(6)9.
               02 FILLER PIC X(4) VALUE " sec".
      *Seconds after the batch started that the job was launched -
      *with the elapsed, the job's place on the batch timeline the
      *critical-path report rebuilds. A parallel job starts when
      *its wave is launched.
               02 FILLER PIC X(8) VALUE " start +".
               02 rlstart PIC 9(6).
      *The build every job ran under - the compile stamp runreg put
      *on the artifacts it registered this run - listed after the
      *job lines, so an answer that moved can be set against the
      *code that produced it.
             01 buildidx PIC 9(2) VALUE 0.
             01 jobbuildtab.
               02 jobbuild PIC X(14) OCCURS 20 TIMES.
             01 buildline.
               02 bdname PIC X(14).
               02 FILLER PIC X(7) VALUE " build ".
               02 bdbuild PIC X(14).
             01 wavestartsecs PIC 9(12) VALUE 0.
             01 skipline.
               02 slname PIC X(14).
               02 FILLER PIC X(11) VALUE " skipped - ".
             01 registryeof PIC 9(1) VALUE 0.
             01 runenv PIC X(300) VALUE SPACES.
             01 artifactpath PIC X(250) VALUE SPACES.
      *Content fingerprint and record count for the registry
      *record, the same ones runreg stores (fpserv).
             01 fpop PIC X(4) VALUE "FILE".
             01 fparea PIC X(250) VALUE SPACES.
             01 fpvalue PIC 9(10) VALUE 0.
             01 fpcount PIC 9(7) VALUE 0.
             01 fpresult PIC X(2) VALUE SPACES.
             COPY jobtable.
      *Per-job maximum runtime in seconds: CALL "SYSTEM" used to
      *wait forever, so one looping day job hung the whole batch.
      *a run that exceeds its allowance is stopped, recorded with a
      *TIMEOUT verdict, and the batch continues per policy.
             01 jobmax-values.
               02 FILLER PIC 9(5) VALUE 01800.
               02 FILLER PIC 9(5) VALUE 07200.
               02 FILLER PIC 9(5) VALUE 01800.
               02 FILLER PIC 9(5) VALUE 01800.
               02 FILLER PIC 9(5) VALUE 01800.
               02 FILLER PIC 9(5) VALUE 00600.
               02 FILLER PIC 9(5) VALUE 00600.
               02 FILLER PIC 9(5) VALUE 01800.
               02 FILLER PIC 9(5) VALUE 01800.
               02 FILLER PIC 9(5) VALUE 01800.
               02 FILLER PIC X(15) VALUE " TIMEOUT after ".
               02 tolmax PIC Z(4)9.
               02 FILLER PIC X(4) VALUE " sec".
      *Shadow mode: with DRIVER_SHADOW=Y every retired per-part
      *program still in the tree is run again after the PROD pass,
      *against the input its consolidated replacement read tonight,
      *into an isolated work area, and its answer is compared with
      *the consolidated one. One AGREE/DISAGREE line per pair goes
      *to the permanent shadow report; a DISAGREE also goes to the
      *exception repository. The nights on record are the evidence
      *audit needs before a retired member is decommissioned.
             01 shadowmode PIC X(1) VALUE "N".
             01 shadowdir PIC X(250) VALUE SPACES.
             01 shadowpath PIC X(250) VALUE SPACES.
             01 shadowstatus PIC X(2) VALUE SPACES.
             01 shadowidx PIC 9(2) VALUE 0.
             01 shadowjob PIC 9(2) VALUE 0.
             01 shadowagree PIC 9(3) VALUE 0.
             01 shadowdisagree PIC 9(3) VALUE 0.
             01 shadowcmd PIC X(1500) VALUE SPACES.
             01 shadowptr PIC 9(4) VALUE 1.
             01 shadowinput PIC X(250) VALUE SPACES.
             01 shadownew PIC X(18) VALUE SPACES.
             01 shadowold PIC X(18) VALUE SPACES.
             01 shadowansfound PIC 9(1) VALUE 0.
             01 shadowansnum PIC 9(18) VALUE 0.
             01 shadowansedit PIC Z(17)9.
             01 shadowprobeeof PIC 9(1) VALUE 0.
             01 shadowline.
               02 shlrundate PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 shlrunid PIC X(11).
               02 FILLER PIC X(1) VALUE SPACE.
               02 shljob PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 shllegacy PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 shlverdict PIC X(8).
               02 FILLER PIC X(5) VALUE " NEW ".
               02 shlnew PIC X(18).
               02 FILLER PIC X(5) VALUE " OLD ".
               02 shlold PIC X(18).
             01 shadowsumline.
               02 FILLER PIC X(20) VALUE "shadow comparisons: ".
               02 sslagree PIC ZZ9.
               02 FILLER PIC X(7) VALUE " AGREE ".
               02 ssldisagree PIC ZZ9.
               02 FILLER PIC X(9) VALUE " DISAGREE".
      *One row per retired program: the consolidated job that
      *replaced it, the retired executable, its input, report and
      *report-date environment names, and the consolidated job's
      *dated report base holding the answer it must agree with.
             01 shadowtable-values.
               02 FILLER PIC X(14) VALUE "day1".
               02 FILLER PIC X(14) VALUE "day1_p1".
               02 FILLER PIC X(16) VALUE "DAY1_P1_INPUT".
               02 FILLER PIC X(16) VALUE "DAY1_P1_REPORT".
               02 FILLER PIC X(18) VALUE "DAY1_P1_REPORTDATE".
               02 FILLER PIC X(12) VALUE "p1report".
               02 FILLER PIC X(14) VALUE "day1".
               02 FILLER PIC X(14) VALUE "day1_p2".
               02 FILLER PIC X(16) VALUE "DAY1_P2_INPUT".
               02 FILLER PIC X(16) VALUE "DAY1_P2_REPORT".
               02 FILLER PIC X(18) VALUE "DAY1_P2_REPORTDATE".
               02 FILLER PIC X(12) VALUE "p2report".
               02 FILLER PIC X(14) VALUE "day2".
               02 FILLER PIC X(14) VALUE "day2_p1".
               02 FILLER PIC X(16) VALUE "DAY2_INPUT".
               02 FILLER PIC X(16) VALUE "DAY2_REPORT".
               02 FILLER PIC X(18) VALUE "DAY2_REPORTDATE".
               02 FILLER PIC X(12) VALUE "report".
               02 FILLER PIC X(14) VALUE "day2".
               02 FILLER PIC X(14) VALUE "day2_p2".
               02 FILLER PIC X(16) VALUE "DAY2_P2_INPUT".
               02 FILLER PIC X(16) VALUE "DAY2_P2_REPORT".
               02 FILLER PIC X(18) VALUE "DAY2_P2_REPORTDATE".
               02 FILLER PIC X(12) VALUE "p2report".
             01 shadowtable REDEFINES shadowtable-values.
               02 shadowentry OCCURS 4 TIMES.
                 03 shnewjob PIC X(14).
                 03 shlegacyexe PIC X(14).
                 03 shinputenv PIC X(16).
                 03 shreportenv PIC X(16).
                 03 shdateenv PIC X(18).
                 03 shnewbase PIC X(12).

       PROCEDURE DIVISION.
           PERFORM Readclock
            STRING FUNCTION TRIM(batchroot) '/batchreport.txt'
             DELIMITED BY SIZE INTO reportpath
           END-IF
      *A supplemental run keeps its own report beside the night's,
      *which the handover, status page and stager go on reading.
           ACCEPT suppday FROM ENVIRONMENT "DRIVER_SUPPLEMENT"
           IF suppday NOT= SPACES THEN
            MOVE SPACES TO reportpath
            STRING FUNCTION TRIM(batchroot) '/supplement_day' suppday
             '_' FUNCTION CURRENT-DATE(1:8) '.txt'
             DELIMITED BY SIZE INTO reportpath
           END-IF
           ACCEPT controlpath FROM ENVIRONMENT "DRIVER_JOBCONTROL"
           IF controlpath = SPACES THEN
            MOVE "DRIVER_JOBCONTROL" TO confkey
            MOVE SPACES TO jobdeps(jobidx)
            MOVE 0 TO jobretries(jobidx)
            MOVE 30 TO jobdelay(jobidx)
            MOVE "DAILY" TO jobfreq(jobidx)
            MOVE SPACES TO jobresclass(jobidx)
            MOVE 1 TO jobreslimit(jobidx)
            MOVE 0 TO jobran(jobidx)
            MOVE 0 TO jobresult(jobidx)
      *The day5 chain is ordered by data handoff, not just table
      *position: p2 consumes p1's parsed ranges, reconcile reads
      *both result files, and the register reconciliation reads
      *p2's merged ranges once reconcile has passed them. Seeding
      *these as defaults keeps a parallel wave from running them
      *side by side when no control file is present; serial mode
      *already satisfies them by table order, and a control file
      *may still override them. The two day7 parts hand off the
      *same way: each rewrites the board master and the splitter
      *inventory whole, so p2 runs after p1 rather than beside it.
            IF jobname(jobidx) = "day5-p2" THEN
             MOVE "day5-p1" TO jobdeps(jobidx)
            END-IF
            IF jobname(jobidx) = "day5-reconcile" THEN
             MOVE "day5-p1,day5-p2" TO jobdeps(jobidx)
            END-IF
            IF jobname(jobidx) = "day5-regrecon" THEN
             MOVE "day5-p2,day5-reconcile" TO jobdeps(jobidx)
            END-IF
            IF jobname(jobidx) = "day7-p2" THEN
             MOVE "day7-p1" TO jobdeps(jobidx)
            END-IF
      *The sharded day9-p2 trio is the opt-in alternative to the
      *single exhaustive scan: deselected unless the control file
      *turns it on (deselecting day9-p2 alongside), and the
            STOP RUN
           END-IF
           PERFORM Makerunid
           PERFORM Checkparams
           PERFORM Checkready
           PERFORM Takelock
           OPEN OUTPUT reportfile
           MOVE "reportfile" TO errfile
           STRING "RUNID " runid DELIMITED BY SIZE INTO reportrec
           WRITE reportrec.
           PERFORM Readcheckpoint.
           IF suppday NOT= SPACES THEN
            PERFORM Selectsupplement
           END-IF
           ACCEPT ckfpath FROM ENVIRONMENT "CHECKSTATUS_PATH"
           IF ckfpath = SPACES THEN
            MOVE "CHECKSTATUS_PATH" TO confkey
      *interface file starts fresh with it, and last night's
      *per-job wave files go too - a leftover jobout log makes
      *the status monitor show a PENDING job as RUNNING.
           IF completedjobs = 0 AND suppday NOT= SPACES THEN
            PERFORM Dropdaychecks
           END-IF
           IF completedjobs = 0 AND suppday = SPACES THEN
            OPEN OUTPUT ckfile
            CLOSE ckfile
            OPEN OUTPUT schedfile
            MOVE 0 TO RETURN-CODE
           END-IF
           ACCEPT smokemode FROM ENVIRONMENT "DRIVER_SMOKE"
           IF smokemode = "Y" OR smokemode = "O" THEN
            PERFORM Smokephase
           END-IF
           PERFORM Checkcalendar.
           PERFORM Rungate.
           PERFORM Copychangesummary.
           PERFORM Takesnapshot.
           IF completedjobs = 0 AND suppday = SPACES THEN
            PERFORM Startslawatch
           END-IF
           ACCEPT parallelmode FROM ENVIRONMENT "DRIVER_PARALLEL"
           IF parallelmode = SPACES THEN
            MOVE "N" TO parallelmode
           PERFORM VARYING jobidx FROM startjob BY 1
            UNTIL jobidx > numjobs
            MOVE SPACES TO skipreason
            EVALUATE jobrun(jobidx)
             WHEN "N"
              MOVE "deselected by job control" TO skipreason
             WHEN "L"
              MOVE "ran in the linked run" TO skipreason
             WHEN OTHER
              PERFORM Checkfreq
            END-EVALUATE
            IF skipreason = SPACES THEN
             MOVE jobname(jobidx)(4:1) TO gatedaynum
             IF gatedaynum >= 1 AND gatedaynum <= 9
              AND gateverdict(gatedaynum) = "FAIL" THEN
              END-IF
             END-IF
            END-IF
            EVALUATE TRUE
             WHEN jobrun(jobidx) = "L"
              CONTINUE
             WHEN skipreason NOT= SPACES
              PERFORM Skipjob
             WHEN OTHER
              PERFORM Runjob
            END-EVALUATE
           END-PERFORM
           END-IF.
           PERFORM Recordbuilds.
           ACCEPT shadowmode FROM ENVIRONMENT "DRIVER_SHADOW"
           IF shadowmode = SPACES THEN
            MOVE "DRIVER_SHADOW" TO confkey
            PERFORM Getconfig
            MOVE confval TO shadowmode
           END-IF
           IF shadowmode = "Y" THEN
            PERFORM Shadowphase
           END-IF
           PERFORM Readclock
           MOVE clockabs TO batchendsecs
           COMPUTE batchelapsed = batchendsecs - batchstartsecs
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           IF suppday NOT= SPACES THEN
            PERFORM Marksupplement
           END-IF
           PERFORM Publishstatus
           PERFORM Measurestorage
           PERFORM Recertify
           PERFORM Distribute
           PERFORM Voidconfirm
           PERFORM Forwardsecurity
           PERFORM Releaselock
           IF mismatchcount > 0 THEN
            MOVE SPACES TO logmsg
             CLOSE ckfile
            END-IF.

      *One build line per job that ran, from this run's registry
      *entries; a job that registered nothing under a build says so.
           Recordbuilds.
            PERFORM VARYING buildidx FROM 1 BY 1
             UNTIL buildidx > numjobs
             MOVE SPACES TO jobbuild(buildidx)
            END-PERFORM
            OPEN INPUT registryfile
            IF registrystatus = "00" THEN
             MOVE 0 TO registryeof
             PERFORM UNTIL registryeof = 1
              READ registryfile
               AT END
                MOVE 1 TO registryeof
               NOT AT END
                IF registryrec(1:11) = runid
                 AND registryrec(318:14) NOT= SPACES THEN
                 PERFORM VARYING buildidx FROM 1 BY 1
                  UNTIL buildidx > numjobs
                  IF jobname(buildidx) = registryrec(284:14) THEN
                   MOVE registryrec(318:14) TO jobbuild(buildidx)
                  END-IF
                 END-PERFORM
                END-IF
              END-READ
             END-PERFORM
             CLOSE registryfile
            END-IF
            PERFORM VARYING buildidx FROM 1 BY 1
             UNTIL buildidx > numjobs
             IF jobran(buildidx) = 1 THEN
              MOVE jobname(buildidx) TO bdname
              IF jobbuild(buildidx) = SPACES THEN
               MOVE "not recorded" TO bdbuild
              ELSE
               MOVE jobbuild(buildidx) TO bdbuild
              END-IF
              MOVE buildline TO reportrec
              WRITE reportrec
             END-IF
            END-PERFORM.

      *Shadow pass after PROD: every retired program whose
      *consolidated replacement completed cleanly tonight is run
      *again in the shadow work area and its answer compared.
           Shadowphase.
            ACCEPT shadowdir FROM ENVIRONMENT "DRIVER_SHADOWDIR"
            IF shadowdir = SPACES THEN
             MOVE "DRIVER_SHADOWDIR" TO confkey
             PERFORM Getconfig
             MOVE confval TO shadowdir
            END-IF
            IF shadowdir = SPACES THEN
             STRING FUNCTION TRIM(batchroot) '/shadow'
              DELIMITED BY SIZE INTO shadowdir
            END-IF
            ACCEPT shadowpath FROM ENVIRONMENT "DRIVER_SHADOWREPORT"
            IF shadowpath = SPACES THEN
             MOVE "DRIVER_SHADOWREPORT" TO confkey
             PERFORM Getconfig
             MOVE confval TO shadowpath
            END-IF
            IF shadowpath = SPACES THEN
             STRING FUNCTION TRIM(batchroot) '/shadowreport.txt'
              DELIMITED BY SIZE INTO shadowpath
            END-IF
            MOVE SPACES TO shadowcmd
            STRING "mkdir -p " FUNCTION TRIM(shadowdir)
             DELIMITED BY SIZE INTO shadowcmd
            CALL "SYSTEM" USING shadowcmd
            MOVE 0 TO RETURN-CODE
            OPEN EXTEND shadowfile
            IF shadowstatus NOT= "00" THEN
             OPEN OUTPUT shadowfile
            END-IF
            IF shadowstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "shadow report unavailable - status "
              shadowstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO shadowagree
            MOVE 0 TO shadowdisagree
            PERFORM VARYING shadowidx FROM 1 BY 1
             UNTIL shadowidx > 4
             PERFORM Shadowonepair
            END-PERFORM
            CLOSE shadowfile
            MOVE shadowpath TO artifactpath
            PERFORM Register
            MOVE shadowagree TO sslagree
            MOVE shadowdisagree TO ssldisagree
            MOVE shadowsumline TO reportrec
            WRITE reportrec
            MOVE SPACES TO logmsg
            STRING "shadow comparisons: " shadowagree " AGREE "
             shadowdisagree " DISAGREE"
             DELIMITED BY SIZE INTO logmsg
            IF shadowdisagree > 0 THEN
             MOVE "WARN " TO logsev
            ELSE
             MOVE "INFO " TO logsev
            END-IF
            PERFORM Log.

      *One retired program: the same input the consolidated job
      *read (its degraded fallback included), every path it
      *writes re-pointed into the shadow work area, and RUN_ID
      *left unset so nothing lands in the live registry.
           Shadowonepair.
            MOVE 0 TO shadowjob
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF jobname(jobidx) = shnewjob(shadowidx) THEN
              MOVE jobidx TO shadowjob
             END-IF
            END-PERFORM
            IF shadowjob = 0 THEN
             EXIT PARAGRAPH
            END-IF
            IF jobran(shadowjob) NOT= 1
             OR jobresult(shadowjob) NOT= 0 THEN
             MOVE SPACES TO logmsg
             STRING "shadow " FUNCTION TRIM(shlegacyexe(shadowidx))
              " not compared - " FUNCTION TRIM(shnewjob(shadowidx))
              " did not complete cleanly tonight"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE shadowjob TO jobidx
            MOVE jobname(jobidx)(1:4) TO jobdir
            MOVE jobmax(jobidx) TO jobmaxtext
            PERFORM Setdegenv
            IF jobdegraded = 1 THEN
             MOVE dgpath(gatedaynum) TO shadowinput
            ELSE
             MOVE SPACES TO shadowinput
             ACCEPT shadowinput FROM ENVIRONMENT jobinput(jobidx)
             IF shadowinput = SPACES THEN
              MOVE jobinput(jobidx) TO confkey
              PERFORM Getconfig
              MOVE confval TO shadowinput
             END-IF
             IF shadowinput = SPACES THEN
              STRING FUNCTION TRIM(batchroot) "/"
               FUNCTION TRIM(jobdir) "/input"
               DELIMITED BY SIZE INTO shadowinput
             END-IF
            END-IF
            MOVE SPACES TO shadowcmd
            MOVE 1 TO shadowptr
            STRING FUNCTION TRIM(shinputenv(shadowidx)) "="
             FUNCTION TRIM(shadowinput) " "
             FUNCTION TRIM(shreportenv(shadowidx)) "="
             FUNCTION TRIM(shadowdir) "/"
             FUNCTION TRIM(shlegacyexe(shadowidx)) " "
             FUNCTION TRIM(shdateenv(shadowidx)) "=" rundate " "
             DELIMITED BY SIZE INTO shadowcmd WITH POINTER shadowptr
            STRING "CHECKSTATUS_PATH=" FUNCTION TRIM(shadowdir)
             "/checkstatus.txt "
             "EXCEPTIONS_REPO=" FUNCTION TRIM(shadowdir)
             "/exceptions.txt "
             "ANSWER_MASTER=" FUNCTION TRIM(shadowdir)
             "/answermaster.idx "
             "ANSWER_JOURNAL=" FUNCTION TRIM(shadowdir)
             "/answerjournal.txt "
             "RUNLOG_PATH=" FUNCTION TRIM(shadowdir)
             "/runlog.txt "
             "DAY2_P2_DETAIL=" FUNCTION TRIM(shadowdir)
             "/rangedetail.txt "
             "DAY2_P2_EXCEPTIONS=" FUNCTION TRIM(shadowdir)
             "/exceptions2.txt "
             "DAY2_P2_EXTRACT=" FUNCTION TRIM(shadowdir)
             "/echoextract "
             "DAY2_P2_PATTERNS=" FUNCTION TRIM(shadowdir)
             "/echopatterns "
             DELIMITED BY SIZE INTO shadowcmd WITH POINTER shadowptr
            STRING "timeout " FUNCTION TRIM(jobmaxtext) " "
             FUNCTION TRIM(batchroot) "/"
             FUNCTION TRIM(jobdir) "/"
             FUNCTION TRIM(shlegacyexe(shadowidx))
             " > " FUNCTION TRIM(shadowdir) "/"
             FUNCTION TRIM(shlegacyexe(shadowidx)) ".log 2>&1"
             DELIMITED BY SIZE INTO shadowcmd WITH POINTER shadowptr
            MOVE SPACES TO logmsg
            STRING "shadow " FUNCTION TRIM(shlegacyexe(shadowidx))
             " against " FUNCTION TRIM(shadowinput)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING shadowcmd
            COMPUTE jobrawcode = RETURN-CODE
            COMPUTE jobrc = jobrawcode / 256
            MOVE 0 TO RETURN-CODE
            MOVE SPACES TO probepath
            STRING FUNCTION TRIM(batchroot) "/"
             FUNCTION TRIM(jobdir) "/"
             FUNCTION TRIM(shnewbase(shadowidx)) "_" rundate ".txt"
             DELIMITED BY SIZE INTO probepath
            PERFORM Shadowanswer
            MOVE shlold TO shadownew
            MOVE SPACES TO probepath
            STRING FUNCTION TRIM(shadowdir) "/"
             FUNCTION TRIM(shlegacyexe(shadowidx)) "_" rundate ".txt"
             DELIMITED BY SIZE INTO probepath
            PERFORM Shadowanswer
            MOVE shlold TO shadowold
            IF jobrc NOT= 0 THEN
             MOVE SPACES TO shadowold
            END-IF
            MOVE rundate TO shlrundate
            MOVE runid TO shlrunid
            MOVE shnewjob(shadowidx) TO shljob
            MOVE shlegacyexe(shadowidx) TO shllegacy
            MOVE shadownew TO shlnew
            MOVE shadowold TO shlold
            IF shadownew = shadowold AND shadownew NOT= SPACES THEN
             MOVE "AGREE" TO shlverdict
             ADD 1 TO shadowagree
            ELSE
             MOVE "DISAGREE" TO shlverdict
             ADD 1 TO shadowdisagree
             IF shadowold = SPACES THEN
              MOVE "NONE" TO shlold
             END-IF
             IF shadownew = SPACES THEN
              MOVE "NONE" TO shlnew
             END-IF
             MOVE "ERROR" TO excseverity
             MOVE SPACES TO exckey
             STRING "SHADOW " FUNCTION TRIM(shlegacyexe(shadowidx))
              DELIMITED BY SIZE INTO exckey
             MOVE SPACES TO excmessage
             STRING "DISAGREE with " FUNCTION TRIM(shljob)
              " new " FUNCTION TRIM(shlnew)
              " old " FUNCTION TRIM(shlold)
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF
            MOVE shadowline TO shadowrec
            WRITE shadowrec.

      *The last ANSWER line of the probed dated report, edited into
      *shlold (spaces when the report or its answer is missing).
           Shadowanswer.
            MOVE SPACES TO shlold
            MOVE 0 TO shadowansfound
            OPEN INPUT probefile
            IF probestatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO shadowprobeeof
            PERFORM UNTIL shadowprobeeof = 1
             READ probefile INTO proberec
              AT END
               MOVE 1 TO shadowprobeeof
              NOT AT END
               IF proberec(1:7) = "ANSWER " THEN
                COMPUTE shadowansnum =
                 FUNCTION NUMVAL(proberec(8:33))
                MOVE 1 TO shadowansfound
               END-IF
             END-READ
            END-PERFORM
            CLOSE probefile
            IF shadowansfound = 1 THEN
             MOVE shadowansnum TO shadowansedit
             MOVE FUNCTION TRIM(shadowansedit) TO shlold
            END-IF.

           Checkstatus.
            IF errstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             DELIMITED BY SIZE INTO artifactpath
            PERFORM Register.

      *params.txt is validated against the parameter schema before
      *anything else runs: a value of the wrong type or out of range
      *stops the batch start here, not as a mystery abend at 02:00
      *in whichever job reads it; unknown keys are only a warning.
           Checkparams.
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " " FUNCTION TRIM(batchroot) "/paramcheck"
             DELIMITED BY SIZE INTO jobcommand
            CALL "SYSTEM" USING jobcommand
            COMPUTE jobrawcode = RETURN-CODE
            COMPUTE paramrc = jobrawcode / 256
            EVALUATE TRUE
             WHEN paramrc = 0
              CONTINUE
             WHEN paramrc = 4
              MOVE SPACES TO logmsg
              STRING "params.txt has keys outside the parameter "
               "schema - see paramcheck report"
               DELIMITED BY SIZE INTO logmsg
              MOVE "WARN " TO logsev
              PERFORM Log
             WHEN OTHER
              MOVE SPACES TO logmsg
              MOVE paramrc TO logsg1
              STRING "params.txt failed validation (rc "
               FUNCTION TRIM(logsg1)
               ") - batch not started, see paramcheck report"
               DELIMITED BY SIZE INTO logmsg
              MOVE "ERROR" TO logsev
              PERFORM Log
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-EVALUATE.

      *Adds one artifact to the run registry. The day programs go
      *through the runreg service, which takes the run id from the
      *environment the driver hands them; the driver is the one
            STRING runid " " clockdisp " "
             FUNCTION TRIM(artifactpath)
             DELIMITED BY SIZE INTO registryrec
            MOVE "FILE" TO fpop
            MOVE artifactpath TO fparea
            CALL "fpserv" USING fpop fparea fpvalue fpcount fpresult
             ON EXCEPTION
              MOVE "99" TO fpresult
            END-CALL
            IF fpresult = "00" THEN
             MOVE fpvalue TO registryrec(299:10)
             MOVE fpcount TO registryrec(310:7)
            END-IF
            OPEN EXTEND registryfile
            IF registrystatus NOT= "00" THEN
             OPEN OUTPUT registryfile
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             PERFORM Recordbuilds
             MOVE SPACES TO reportrec
             STRING "batch stopped on failure of "
              FUNCTION TRIM(jobname(jobidx))
              FUNCTION TRIM(jobname(jobidx))
              DELIMITED BY SIZE INTO alerttext
             PERFORM Raiseevent
             PERFORM Publishstatus
             PERFORM Forwardsecurity
             PERFORM Releaselock
             MOVE 8 TO RETURN-CODE
             STOP RUN
           Launchonce.
            MOVE SPACES TO jobcommand
            IF jobenv(jobidx) = SPACES THEN
             STRING FUNCTION TRIM(runenv) " JOB_NAME="
              FUNCTION TRIM(jobname(jobidx)) " "
              FUNCTION TRIM(degenvx)
              " timeout " FUNCTION TRIM(jobmaxtext) " "
              FUNCTION TRIM(batchroot) "/"
              FUNCTION TRIM(jobexe(jobidx))
              DELIMITED BY SIZE INTO jobcommand
            ELSE
             STRING FUNCTION TRIM(runenv) " JOB_NAME="
              FUNCTION TRIM(jobname(jobidx)) " "
              FUNCTION TRIM(degenvx) " "
              FUNCTION TRIM(jobenv(jobidx))
              " timeout " FUNCTION TRIM(jobmaxtext) " "
            MOVE jobname(jobidx) TO rlname
            MOVE jobrc TO rlrc
            MOVE jobelapsed TO rlelapsed
            COMPUTE rlstart = jobstartsecs - batchstartsecs
            MOVE reportline TO reportrec
            WRITE reportrec
            IF attemptnum > 1 THEN
              IF jobrun(jobidx) = "N" THEN
               MOVE "deselected by job control" TO skipreason
              ELSE
               PERFORM Checkfreq
              END-IF
              IF skipreason = SPACES THEN
               MOVE jobname(jobidx)(4:1) TO gatedaynum
               IF gatedaynum >= 1 AND gatedaynum <= 9
                AND gateverdict(gatedaynum) = "FAIL" THEN
               SUBTRACT 1 FROM unscheduled
               MOVE 0 TO progressed
              ELSE
               IF depverdict = 0 THEN
                PERFORM Checkresource
               END-IF
               IF depverdict = 0 THEN
                PERFORM Checkwindow
                IF skipreason NOT= SPACES THEN
             END-PERFORM
            END-IF.

      *A job whose resource class already has its limit in this
      *wave waits for a later one (depverdict 3), with a report
      *line saying so.
           Checkresource.
            IF jobresclass(jobidx) = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO rescount
            PERFORM VARYING waveidx FROM 1 BY 1
             UNTIL waveidx > wavesize
             IF jobresclass(wavejob(waveidx)) = jobresclass(jobidx)
             THEN
              ADD 1 TO rescount
             END-IF
            END-PERFORM
            IF rescount >= jobreslimit(jobidx) THEN
             MOVE 3 TO depverdict
             MOVE jobname(jobidx) TO dfname
             MOVE jobresclass(jobidx) TO dfclass
             MOVE jobreslimit(jobidx) TO dflimit
             MOVE deferline TO reportrec
             WRITE reportrec
             MOVE SPACES TO logmsg
             STRING FUNCTION TRIM(jobname(jobidx))
              " deferred to a later wave - resource class "
              FUNCTION TRIM(jobresclass(jobidx)) " at its limit"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
            END-IF.

      *The same limit over the plan's current wave (jobran 3).
           Planresource.
            IF jobresclass(jobidx) = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO rescount
            PERFORM VARYING resjobidx FROM 1 BY 1
             UNTIL resjobidx > numjobs
             IF jobran(resjobidx) = 3
              AND jobresclass(resjobidx) = jobresclass(jobidx) THEN
              ADD 1 TO rescount
             END-IF
            END-PERFORM
            IF rescount >= jobreslimit(jobidx) THEN
             MOVE 3 TO depverdict
            END-IF.

      *One shell command launches the whole wave in the background
      *and waits; each job writes "<rc> <elapsed>" to its own rc
      *file and its console output to a per-job log.
             PERFORM Setdegenv
             STRING "( s=$(date +%s); "
              DELIMITED BY SIZE INTO parcmd WITH POINTER parptr
             STRING FUNCTION TRIM(runenv) " JOB_NAME="
              FUNCTION TRIM(jobname(jobidx)) " "
              DELIMITED BY SIZE INTO parcmd WITH POINTER parptr
             IF jobdegraded = 1 THEN
              STRING FUNCTION TRIM(degenvx) " "
            END-PERFORM
            STRING "wait" DELIMITED BY SIZE
             INTO parcmd WITH POINTER parptr
            PERFORM Readclock
            MOVE clockabs TO wavestartsecs
            CALL "SYSTEM" USING parcmd.

      *Reads each wave job's rc file and writes its merged report
             MOVE jobname(jobidx) TO rlname
             MOVE jobrc TO rlrc
             MOVE jobelapsed TO rlelapsed
             COMPUTE rlstart = wavestartsecs - batchstartsecs
             MOVE reportline TO reportrec
             WRITE reportrec
      *A retry-eligible failure gets its single completion record
              PERFORM Smokeworkadd
              MOVE "DAY1_ALERTS=:day1/dialalertstst" TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY1_REJECTS=:day1/rejectstst" TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY1_HELD=:day1/heldinstrtst.txt" TO smokework
              PERFORM Smokeworkadd
             WHEN "day2          "
              MOVE "DAY2_P2_EXPECTED=:day2/p2expectedtst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY2_P2_DETAIL=:day2/rangedetailtst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY2_P2_EXTRACT=:day2/echoextracttst"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY2_P2_PATTERNS=:day2/echopatternstst"
               TO smokework
              PERFORM Smokeworkadd
             WHEN "day3-p2       "
              MOVE "DAY3_P2_DETAIL=:day3/detailtst.txt"
               TO smokework
              MOVE "DAY3_P2_MARGINS=:day3/marginstst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY3_P2_HISTORY=:day3/adapterhistorytst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY3_P2_CHANGES=:day3/selchangestst"
               TO smokework
              PERFORM Smokeworkadd
             WHEN "day4-p1       "
             WHEN "day4-p2       "
              MOVE "DAY4_SNAPSHOT=:day4/spreadtst.txt" TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY4_GENCKPT=:day4/genckpttst.txt" TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY4_AGEMAP=:day4/agemaptst.txt" TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY4_CLUSTERS=:day4/clusterstst.txt" TO smokework
              PERFORM Smokeworkadd
             WHEN "day5-p1       "
              MOVE "DAY5_P1_RESULT=:day5/p1resulttst.txt"
               TO smokework
              MOVE "DAY5_RECONCILE=:day5/reconciletst.txt"
               TO smokework
              PERFORM Smokeworkadd
             WHEN "day5-regrecon "
              MOVE "DAY5_P2_RANGES=:day5/rangestst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY5_REGISTER=:day5/registertst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY5_REGRECON=:day5/regrecontst.txt"
               TO smokework
              PERFORM Smokeworkadd
             WHEN "day6-p2       "
              MOVE "DAY6_P2_REJECTS=:day6/p2rejectstst"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY6_P2_DETAIL=:day6/p2detailtst"
               TO smokework
              PERFORM Smokeworkadd
             WHEN "day7-p1       "
             WHEN "day7-p2       "
              MOVE "DAY7_TRACE=:day7/tracetst.txt" TO smokework
              MOVE "DAY7_SUMMARY=:day7/beamsummarytst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY7_SPLITTERS=:day7/splitterstst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY7_BOARDMASTER=:day7/boardmastertst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY7_BOARDHISTORY=:day7/boardhistorytst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY7_BOARDREPORT=:day7/boardreporttst"
               TO smokework
              PERFORM Smokeworkadd
             WHEN "day8-p1       "
              MOVE "DAY8_P1_MEMBERSHIP=:day8/membershiptst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY8_P1_EDGES=:day8/edgestst.txt" TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY8_P1_GEOMETRY=:day8/geometrytst" TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY8_P1_SWEEPREPORT=:day8/p1sweeptst"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY8_P1_BASELINE=:day8/p1baselinetst"
               TO smokework
              PERFORM Smokeworkadd
             WHEN "day8-p2       "
              MOVE "DAY8_P2_MERGELOG=:day8/p2mergestst"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY8_P2_BASELINE=:day8/p2baselinetst"
               TO smokework
              PERFORM Smokeworkadd
             WHEN "day9-p1       "
              MOVE "DAY9_P1_OUTPUT=:day9/outputtst.txt"
               TO smokework
              MOVE "DAY9_P2_BASELINE=:day9/searchbaselinetst.txt"
               TO smokework
              PERFORM Smokeworkadd
              MOVE "DAY9_P2_PLOT=:day9/p2plottst" TO smokework
              PERFORM Smokeworkadd
             WHEN OTHER
              CONTINUE
            END-EVALUATE.
             END-PERFORM
             CLOSE smokefile
            END-IF
            PERFORM Smokeverdicts
            IF smokemode = "O" THEN
             PERFORM Endsmokeonly
            END-IF.

      *DRIVER_SMOKE=O runs the smoke phase alone - a tree that has
      *never run, such as a newly provisioned season, is proven on
      *its TEST data without a PROD pass behind it.
           Endsmokeonly.
            MOVE smokemiss TO smokercedit
            MOVE SPACES TO reportrec
            STRING "smoke only run - " FUNCTION TRIM(smokercedit)
             " job(s) failed smoke, PROD pass not started"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            CLOSE reportfile
            MOVE reportrec TO logmsg
            MOVE "INFO " TO logsev
            IF smokemiss > 0 THEN
             MOVE "ERROR" TO logsev
            END-IF
            PERFORM Log
            PERFORM Releaselock
            IF smokemiss > 0 THEN
             MOVE 8 TO RETURN-CODE
            ELSE
             MOVE 0 TO RETURN-CODE
            END-IF
            STOP RUN.

      *One job's smoke launch. A job deselected for tonight cannot
      *affect the PROD pass, so it neither runs here nor holds the
             MOVE jobmax(jobidx) TO jobmaxtext
             MOVE SPACES TO smokecmd
             MOVE 1 TO smokeptr
             STRING FUNCTION TRIM(runenv) " JOB_NAME="
              FUNCTION TRIM(jobname(jobidx)) " "
              DELIMITED BY SIZE INTO smokecmd
              WITH POINTER smokeptr
             IF jobenv(jobidx) NOT= SPACES THEN
             STRING "CHECKSTATUS_PATH=" FUNCTION TRIM(smokepath)
              " EXCEPTIONS_REPO=" FUNCTION TRIM(batchroot)
              "/exceptionrepotst.txt "
              "ANSWER_MASTER=" FUNCTION TRIM(batchroot)
              "/answermastertst.idx "
              "ANSWER_JOURNAL=" FUNCTION TRIM(batchroot)
              "/answerjournaltst.txt "
              "FEED_LEDGER=" FUNCTION TRIM(batchroot)
              "/feedledgertst.txt "
              DELIMITED BY SIZE INTO smokecmd WITH POINTER smokeptr
             IF smokeds(jobidx) NOT= SPACES THEN
              STRING FUNCTION TRIM(smokeds(jobidx)) "=TEST "
      *RUN) and an outright MISMATCH all mean the change is not
      *proven against the TEST data, so all of them hold the PROD
      *pass. Jobs with no expected-answer check of their own
      *(day5-reconcile, day5-regrecon, the day9-p2 shard halves -
      *their combiner carries the check) pass on a clean rc alone,
      *and deselected jobs are exempt.
           Smokeverdicts.
            MOVE 0 TO smokemiss
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             MOVE 1 TO smokechecker
             IF jobname(jobidx) = "day5-reconcile"
              OR jobname(jobidx) = "day5-regrecon"
              OR jobname(jobidx) = "day9-p2-s1"
              OR jobname(jobidx) = "day9-p2-s2"
              OR jobrun(jobidx) = "N" THEN
             END-EVALUATE
             MOVE smokematrixline TO reportrec
             WRITE reportrec
      *day2 settles both parts in one run and leaves a second
      *verdict under day2-p2, which must pass the same way.
             IF jobname(jobidx) = "day2" AND smokechecker = 1
              AND smokerc(jobidx) = 0 THEN
              MOVE 0 TO smokefound
              PERFORM VARYING smokeidx FROM 1 BY 1
               UNTIL smokeidx > smokerecs
               IF smokeprog(smokeidx) = "day2-p2" THEN
                MOVE smokeidx TO smokefound
               END-IF
              END-PERFORM
              MOVE "day2-p2" TO smlprog
              IF smokefound > 0 THEN
               MOVE smokeverd(smokefound) TO smlverdict
               IF smokeverd(smokefound) NOT= "MATCH   " THEN
                ADD 1 TO smokemiss
               END-IF
              ELSE
               MOVE "NO CHECK" TO smlverdict
               ADD 1 TO smokemiss
              END-IF
              MOVE smokematrixline TO reportrec
              WRITE reportrec
             END-IF
            END-PERFORM
            IF smokemiss > 0 THEN
             IF smokeoverride = "Y" THEN
             END-IF
            END-IF.

      *A jobcontrol FREQ= value, checked as it is read; one not
      *understood leaves the job DAILY rather than silently never
      *running it.
           Checkfreqclause.
            MOVE 0 TO ctlfreqok
            EVALUATE TRUE
             WHEN ctlval = "DAILY" OR ctlval = "MONTHEND"
              MOVE 1 TO ctlfreqok
             WHEN ctlval(1:7) = "WEEKLY=" AND ctlval(11:) = SPACES
              PERFORM VARYING freqdow FROM 0 BY 1
               UNTIL freqdow > 6 OR ctlfreqok = 1
               IF daynames(freqdow * 3 + 1:3) = ctlval(8:3) THEN
                MOVE 1 TO ctlfreqok
               END-IF
              END-PERFORM
             WHEN ctlval(1:4) = "NTH="
              IF FUNCTION TEST-NUMVAL(ctlval(5:8)) = 0 THEN
               COMPUTE freqnth = FUNCTION NUMVAL(ctlval(5:8))
               IF freqnth >= 1 AND freqnth <= 23 THEN
                MOVE 1 TO ctlfreqok
               END-IF
              END-IF
            END-EVALUATE
            IF ctlfreqok = 1 THEN
             MOVE ctlval(1:12) TO jobfreq(ctljobidx)
            ELSE
             MOVE SPACES TO logmsg
             STRING "job control FREQ=" FUNCTION TRIM(ctlval)
              " for " FUNCTION TRIM(ctlname)
              " not understood - job stays DAILY"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
            END-IF.

      *Is this job due on freqdate; if not, it is skipped NOTDUE.
           Checkfreq.
            IF freqdate = SPACES THEN
             MOVE rundate TO freqdate
            END-IF
            MOVE 1 TO freqdue
            EVALUATE TRUE
             WHEN jobfreq(jobidx)(1:7) = "WEEKLY="
              COMPUTE freqint = FUNCTION INTEGER-OF-DATE(freqdate9)
              COMPUTE freqdow = FUNCTION MOD(freqint - 1, 7)
              IF daynames(freqdow * 3 + 1:3)
               NOT= jobfreq(jobidx)(8:3) THEN
               MOVE 0 TO freqdue
              END-IF
             WHEN jobfreq(jobidx) = "MONTHEND"
              MOVE freqdate TO freqwork
              MOVE "ISPR" TO calop
              PERFORM Freqcalendar
              IF calresult = "N" THEN
               MOVE 0 TO freqdue
              ELSE
               MOVE "NEXT" TO calop
               PERFORM Freqcalendar
               IF calnext(1:6) = freqdate(1:6) THEN
                MOVE 0 TO freqdue
               END-IF
              END-IF
             WHEN jobfreq(jobidx)(1:4) = "NTH="
              COMPUTE freqnth = FUNCTION NUMVAL(jobfreq(jobidx)(5:8))
              MOVE 0 TO freqcount
              MOVE freqdate TO freqwork
              MOVE "01" TO freqwork(7:2)
              COMPUTE freqlast = FUNCTION INTEGER-OF-DATE(freqdate9)
              MOVE "ISPR" TO calop
              PERFORM VARYING freqint
               FROM FUNCTION INTEGER-OF-DATE(freqwork9) BY 1
               UNTIL freqint > freqlast
               COMPUTE freqwork9 = FUNCTION DATE-OF-INTEGER(freqint)
               PERFORM Freqcalendar
               IF calresult NOT= "N" THEN
                ADD 1 TO freqcount
               END-IF
              END-PERFORM
      *calresult is still tonight's own verdict from the last probe.
              IF calresult = "N" OR freqcount NOT= freqnth THEN
               MOVE 0 TO freqdue
              END-IF
             WHEN OTHER
              CONTINUE
            END-EVALUATE
            IF freqdue = 0 THEN
             MOVE SPACES TO skipreason
             STRING "NOTDUE - FREQ=" FUNCTION TRIM(jobfreq(jobidx))
              DELIMITED BY SIZE INTO skipreason
            END-IF.

      *One business-calendar probe for freqwork. Without calserv
      *every date is a processing date, as at Checkcalendar.
           Freqcalendar.
            MOVE SPACE TO calresult
            MOVE SPACES TO calnext
            CALL "calserv" USING calop freqwork calresult calnext
             ON EXCEPTION
              MOVE "Y" TO calresult
              IF calop = "NEXT" THEN
               COMPUTE freqwork9 = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(freqwork9) + 1)
               MOVE freqwork TO calnext
              END-IF
            END-CALL.

      *Tonight against the business calendar: upstream sends no
      *feeds on exchange holidays, so the night is labelled (or,
      *with DRIVER_NOFEED=SKIP, not run at all).
              CONTINUE
            END-EVALUATE.

      *Warns when params.txt, jobcontrol.txt or legalholds.txt
      *differs from the approved copy the change-control APPLY left
      *beside it - an out-of-process edit is live and steering
      *tonight's batch (or quietly placing or lifting a hold).
           Checkapproved.
            PERFORM VARYING ccidx FROM 1 BY 1 UNTIL ccidx > 3
             EVALUATE ccidx
              WHEN 1
               MOVE "params.txt" TO ccname
              WHEN 2
               MOVE "jobcontrol.txt" TO ccname
              WHEN OTHER
               MOVE "legalholds.txt" TO ccname
             END-EVALUATE
             MOVE SPACES TO probepath
             STRING FUNCTION TRIM(batchroot) "/"
              FUNCTION TRIM(ccname) ".approved"
            END-IF
            PERFORM Loadjobhistory
            MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
            ACCEPT freqdate FROM ENVIRONMENT "DRIVER_PLANDATE"
            IF freqdate = SPACES OR freqdate IS NOT NUMERIC THEN
             MOVE rundate TO freqdate
            END-IF
            DISPLAY "job frequencies resolved for " freqdate
            ACCEPT rawwindowend FROM ENVIRONMENT "DRIVER_WINDOWEND"
            IF rawwindowend NOT= SPACES THEN
             COMPUTE windowraw = FUNCTION NUMVAL(rawwindowend)
            IF jobrun(jobidx) = "N" THEN
             MOVE "deselected by job control" TO skipreason
            ELSE
             PERFORM Checkfreq
            END-IF
            IF skipreason = SPACES THEN
             MOVE jobname(jobidx)(4:1) TO gatedaynum
             IF gatedaynum >= 1 AND gatedaynum <= 9
              AND gateverdict(gatedaynum) = "FAIL" THEN
            IF skipreason = SPACES THEN
             MOVE 0 TO depverdict
             PERFORM Checkdepspar
             IF depverdict = 0 AND parallelmode = "Y"
              AND wavesize < maxpar THEN
              PERFORM Planresource
             END-IF
            END-IF
            EVALUATE TRUE
             WHEN skipreason NOT= SPACES
              CONTINUE
             WHEN parallelmode = "Y" AND wavesize >= maxpar
              CONTINUE
             WHEN depverdict = 3
              MOVE jobreslimit(jobidx) TO dflimit
              DISPLAY "  WAVE " planwave " DEFER " jobname(jobidx)
               " - class " FUNCTION TRIM(jobresclass(jobidx))
               " at limit " FUNCTION TRIM(dflimit)
             WHEN OTHER
              MOVE 0 TO planjobsecs
              IF jobn(jobidx) > 0 THEN
            MOVE jobrc TO sdlrc
            MOVE jobelapsed TO sdlelapsed
            EVALUATE TRUE
             WHEN jobran(jobidx) = 2 AND skipreason(1:6) = "NOTDUE"
              MOVE "NOTDUE" TO sdlverdict
             WHEN jobran(jobidx) = 2
              MOVE "SKIP" TO sdlverdict
             WHEN jobrc = 124
              CONTINUE
            END-CALL.

      *Pre-batch readiness: executables, expected-answer files,
      *day directories, control files, the run lock, sort work and
      *free space checked before the run lock is taken or the gate
      *runs. A hard failure stops the batch before anything is
      *written.
           Checkready.
            ACCEPT readymode FROM ENVIRONMENT "DRIVER_READY"
            IF readymode = SPACES THEN
             MOVE "DRIVER_READY" TO confkey
             PERFORM Getconfig
             MOVE confval TO readymode
            END-IF
            IF readymode = "OFF" THEN
             MOVE SPACES TO logmsg
             STRING "readiness check bypassed by DRIVER_READY=OFF"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " DRIVER_JOBCONTROL=" FUNCTION TRIM(controlpath)
             " " FUNCTION TRIM(batchroot) "/readiness"
             DELIMITED BY SIZE INTO jobcommand
            CALL "SYSTEM" USING jobcommand
            COMPUTE jobrawcode = RETURN-CODE
            COMPUTE readyrc = jobrawcode / 256
            EVALUATE TRUE
             WHEN readyrc = 0
              CONTINUE
             WHEN readyrc = 4
              MOVE SPACES TO logmsg
              STRING "readiness check has warnings - "
               "see readiness report"
               DELIMITED BY SIZE INTO logmsg
              MOVE "WARN " TO logsev
              PERFORM Log
             WHEN OTHER
              MOVE SPACES TO logmsg
              MOVE readyrc TO logsg1
              STRING "environment not ready (rc "
               FUNCTION TRIM(logsg1)
               ") - batch not started, see readiness report"
               DELIMITED BY SIZE INTO logmsg
              MOVE "ERROR" TO logsev
              PERFORM Log
              MOVE 8 TO RETURN-CODE
              STOP RUN
            END-EVALUATE.

      *Takes the batch run lock, refusing to start against a live
      *one and clearing a stale one whose owning process is gone.
           Takelock.
             CALL "SYSTEM" USING jobcommand
            END-IF.

      *Supplemental run selection: the late-fed day's jobs, then
      *every job depending on one already selected, pass after pass
      *until nothing new is picked up. The rest are left to the
      *linked run and count as clean for dependency checks.
           Selectsupplement.
            ACCEPT linkrunid FROM ENVIRONMENT "DRIVER_LINKRUNID"
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF jobrun(jobidx) NOT= "N"
              AND (jobname(jobidx)(1:3) NOT= "day"
               OR jobname(jobidx)(4:1) NOT= suppday) THEN
              MOVE "L" TO jobrun(jobidx)
             END-IF
            END-PERFORM
            MOVE 1 TO suppadded
            PERFORM UNTIL suppadded = 0
             MOVE 0 TO suppadded
             PERFORM VARYING jobidx FROM 1 BY 1
              UNTIL jobidx > numjobs
              IF jobrun(jobidx) = "L"
               AND jobdeps(jobidx) NOT= SPACES THEN
               MOVE 1 TO depptr
               PERFORM UNTIL depptr > 60 OR jobrun(jobidx) = "Y"
                MOVE SPACES TO depname
                UNSTRING jobdeps(jobidx) DELIMITED BY ","
                 INTO depname WITH POINTER depptr
                PERFORM VARYING depidx FROM 1 BY 1
                 UNTIL depidx > numjobs
                 IF depname NOT= SPACES
                  AND jobname(depidx) = depname
                  AND jobrun(depidx) = "Y" THEN
                  MOVE "Y" TO jobrun(jobidx)
                  MOVE 1 TO suppadded
                 END-IF
                END-PERFORM
               END-PERFORM
              END-IF
             END-PERFORM
            END-PERFORM
            MOVE 0 TO startjob
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF jobrun(jobidx) = "L" THEN
              MOVE 1 TO jobran(jobidx)
              MOVE 0 TO jobresult(jobidx)
             ELSE
              MOVE 0 TO jobran(jobidx)
              IF startjob = 0 THEN
               MOVE jobidx TO startjob
              END-IF
             END-IF
            END-PERFORM
            IF startjob = 0 THEN
             COMPUTE startjob = numjobs + 1
            END-IF
            MOVE 0 TO completedjobs
            MOVE SPACES TO reportrec
            STRING "SUPPLEMENT day" suppday " LINKED TO " linkrunid
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE SPACES TO logmsg
            STRING "supplemental run " runid " for day" suppday
             " linked to run " linkrunid
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *The late-fed day's verdicts from the linked run leave the
      *check-status file; every other day's stay for the scoreboard.
           Dropdaychecks.
            MOVE SPACES TO jobcommand
            STRING "grep -v '^day" suppday "' "
             FUNCTION TRIM(ckfpath) " > " FUNCTION TRIM(ckfpath)
             ".supp; mv " FUNCTION TRIM(ckfpath) ".supp "
             FUNCTION TRIM(ckfpath)
             DELIMITED BY SIZE INTO jobcommand
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *A supplemental run whose jobs all finished clean on a
      *gate-passed input replaces the day's degraded answer: the
      *SUPPLEMENTAL line goes after the DEGRADED one in the
      *degraded-status file and the scoreboard is rebuilt from the
      *rerun's reports.
           Marksupplement.
            MOVE 1 TO suppclean
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF jobrun(jobidx) = "Y"
              AND (jobran(jobidx) NOT= 1
               OR jobresult(jobidx) NOT= 0) THEN
              MOVE 0 TO suppclean
             END-IF
            END-PERFORM
            MOVE suppday TO gatedaynum
            IF gatedaynum >= 1 AND gatedaynum <= 9 THEN
             IF gateverdict(gatedaynum) = "FAIL" THEN
              MOVE 0 TO suppclean
             END-IF
            END-IF
            IF suppclean = 0 THEN
             MOVE SPACES TO logmsg
             STRING "supplemental run for day" suppday
              " did not finish clean - the degraded answer stands"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            OPEN EXTEND degfile
            IF degstatus NOT= "00" THEN
             OPEN OUTPUT degfile
            END-IF
            IF degstatus = "00" THEN
             MOVE SPACES TO degrec
             STRING "day" suppday " SUPPLEMENTAL " runid " OF "
              linkrunid
              DELIMITED BY SIZE INTO degrec
             WRITE degrec
             CLOSE degfile
            END-IF
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " SCOREBOARD_BATCHROOT=" FUNCTION TRIM(batchroot)
             " " FUNCTION TRIM(batchroot) "/scoreboard"
             DELIMITED BY SIZE INTO jobcommand
            MOVE SPACES TO logmsg
            STRING "running " FUNCTION TRIM(jobcommand)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *Starts the service-level watch alongside a fresh batch, so a
      *deliverable that misses its due time is alerted as the time
      *passes rather than when the batch ends; DRIVER_SLAWATCH=N
      *leaves it to the scheduler. A restarted batch keeps the
      *watch its first start launched.
           Startslawatch.
            MOVE SPACES TO slawatchmode
            ACCEPT slawatchmode FROM ENVIRONMENT "DRIVER_SLAWATCH"
            IF slawatchmode = SPACES THEN
             MOVE "DRIVER_SLAWATCH" TO confkey
             PERFORM Getconfig
             MOVE confval TO slawatchmode
            END-IF
            IF slawatchmode = "N" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " SLA_WATCH=Y " FUNCTION TRIM(batchroot) "/slawatch"
             " >/dev/null 2>&1 &"
             DELIMITED BY SIZE INTO jobcommand
            MOVE SPACES TO logmsg
            STRING "starting " FUNCTION TRIM(batchroot) "/slawatch"
             " for the night's service levels"
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *Refreshes the browser status page from the finished run's
      *outputs; a page that fails to build never fails the batch.
           Publishstatus.
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " " FUNCTION TRIM(batchroot) "/statuspage"
             DELIMITED BY SIZE INTO jobcommand
            MOVE SPACES TO logmsg
            STRING "running " FUNCTION TRIM(jobcommand)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *Measures the batch root and its free space after a finished
      *run and forecasts when it fills; the forecast raises its own
      *alert and never fails the batch.
           Measurestorage.
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " " FUNCTION TRIM(batchroot) "/storecast"
             DELIMITED BY SIZE INTO jobcommand
            MOVE SPACES TO logmsg
            STRING "running " FUNCTION TRIM(jobcommand)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *Console permission recertification: opens the quarter's
      *cycle on its first night and revokes what was not
      *recertified on the first night after its deadline; any
      *other night it only refreshes the usage report. It never
      *fails the batch.
           Recertify.
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " " FUNCTION TRIM(batchroot) "/recert"
             DELIMITED BY SIZE INTO jobcommand
            MOVE SPACES TO logmsg
            STRING "running " FUNCTION TRIM(jobcommand)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *Answer distribution, receipts and escalation only: answers
      *go out at sign-off, and this nightly pass matches the
      *receipts dropped back since and escalates the deliveries
      *still without one past the cutoff. It never fails the
      *batch.
           Distribute.
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " DIST_MODE=RECEIPTS " FUNCTION TRIM(batchroot)
             "/distrib"
             DELIMITED BY SIZE INTO jobcommand
            MOVE SPACES TO logmsg
            STRING "running " FUNCTION TRIM(jobcommand)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *Void confirmation loop for day2's echo extract: takes
      *tonight's extract onto the outstanding-voids ledger and
      *matches the ticketing desk's confirmations against it.
      *Refusals and overdue voids are flagged in its own report
      *and the exception repository; it never fails the batch.
           Voidconfirm.
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " " FUNCTION TRIM(batchroot) "/voidconfirm"
             DELIMITED BY SIZE INTO jobcommand
            MOVE SPACES TO logmsg
            STRING "running " FUNCTION TRIM(jobcommand)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *Sends the run's log errors and warnings, and whatever
      *operator, change and sign-off events have accumulated, on to
      *security monitoring; a forward that fails is picked up by
      *the next one and never fails the batch.
           Forwardsecurity.
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(runenv)
             " " FUNCTION TRIM(batchroot) "/secforward"
             DELIMITED BY SIZE INTO jobcommand
            MOVE SPACES TO logmsg
            STRING "running " FUNCTION TRIM(jobcommand)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING jobcommand
            MOVE 0 TO RETURN-CODE.

      *Copies the per-day SUMMARY lines of the pre-batch input
      *change report into the batchreport, so a drift question
      *starts from "what changed in the input" without opening a
             STRING "gate FAIL - running on archived input"
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
             MOVE rundate TO fqdate
             MOVE SPACES TO fqfeed
             STRING "day" gatedaynum(2:1) DELIMITED BY SIZE
              INTO fqfeed
             MOVE "DEGRADED" TO fqkind
             MOVE "driver" TO fqprogram
             MOVE 0 TO fqreceived
             MOVE 0 TO fqrejected
             MOVE 0 TO fqrecycled
             MOVE 0 TO fqquarant
             MOVE "GATE FAIL" TO fqreason
             MOVE "EVNT" TO fqop
             CALL "feedqual" USING fqop feedline
            ELSE
             MOVE SPACES TO logmsg
             STRING "day" gatedaynum(2:1)
             STRING FUNCTION TRIM(batchroot) '/degraded.txt'
              DELIMITED BY SIZE INTO degpath
            END-IF
            IF suppday = SPACES THEN
             OPEN OUTPUT degfile
             IF degstatus = "00" THEN
              CLOSE degfile
             END-IF
            END-IF
            ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
            IF excrepopath = SPACES THEN
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             PERFORM Readclock
             COMPUTE rlstart = clockabs - batchstartsecs
             CALL "SYSTEM" USING jobcommand
             COMPUTE jobrawcode = RETURN-CODE
             COMPUTE gaterc = jobrawcode / 256
                IF controlrec NOT= SPACES
                 AND controlrec(1:1) NOT= "*" THEN
                 MOVE SPACES TO ctlname ctltok1 ctltok2 ctltok3
                  ctltok4 ctltok5 ctltok6 ctltok7
                 UNSTRING controlrec DELIMITED BY ALL SPACES INTO
                  ctlname ctltok1 ctltok2 ctltok3 ctltok4 ctltok5
                  ctltok6 ctltok7
                 MOVE 0 TO ctljobidx
                 PERFORM VARYING depidx FROM 1 BY 1
                  UNTIL depidx > numjobs
                  PERFORM Log
                 ELSE
                  PERFORM VARYING ctltokidx FROM 1 BY 1
                   UNTIL ctltokidx > 7
                   MOVE SPACES TO ctlkey ctlval
                   EVALUATE ctltokidx
                    WHEN 1 MOVE ctltok1 TO ctltok
                    WHEN 2 MOVE ctltok2 TO ctltok
                    WHEN 3 MOVE ctltok3 TO ctltok
                    WHEN 4 MOVE ctltok4 TO ctltok
                    WHEN 5 MOVE ctltok5 TO ctltok
                    WHEN 6 MOVE ctltok6 TO ctltok
                    WHEN 7 MOVE ctltok7 TO ctltok
                   END-EVALUATE
      *Only the key is split off at the first "=" - a FREQ value
      *carries one of its own (WEEKLY=SAT, NTH=3).
                   MOVE 1 TO ctlptr
                   UNSTRING ctltok DELIMITED BY "="
                    INTO ctlkey WITH POINTER ctlptr
                   IF ctlptr <= 80 THEN
                    MOVE ctltok(ctlptr:) TO ctlval
                   END-IF
                   EVALUATE ctlkey
                    WHEN "RUN"
                     MOVE ctlval(1:1) TO jobrun(ctljobidx)
                    WHEN "DELAY"
                     COMPUTE jobdelay(ctljobidx) =
                      FUNCTION NUMVAL(ctlval)
                    WHEN "FREQ"
                     PERFORM Checkfreqclause
                    WHEN "RESOURCE"
                     MOVE SPACES TO reslimittok
                     UNSTRING ctlval DELIMITED BY ":"
                      INTO jobresclass(ctljobidx) reslimittok
                     MOVE 1 TO jobreslimit(ctljobidx)
                     IF reslimittok NOT= SPACES
                      AND FUNCTION TEST-NUMVAL(reslimittok) = 0 THEN
                      COMPUTE jobreslimit(ctljobidx) =
                       FUNCTION NUMVAL(reslimittok)
                     END-IF
                     IF jobreslimit(ctljobidx) < 1 THEN
                      MOVE 1 TO jobreslimit(ctljobidx)
                     END-IF
                   END-EVALUATE
                  END-PERFORM
                 END-IF
              END-READ
             END-PERFORM
             CLOSE controlfile
            END-IF
      *A class named with different limits runs to the lowest.
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF jobresclass(jobidx) NOT= SPACES THEN
              PERFORM VARYING resjobidx FROM 1 BY 1
               UNTIL resjobidx > numjobs
               IF jobresclass(resjobidx) = jobresclass(jobidx)
                AND jobreslimit(resjobidx) < jobreslimit(jobidx) THEN
                MOVE jobreslimit(resjobidx) TO jobreslimit(jobidx)
               END-IF
              END-PERFORM
             END-IF
            END-PERFORM.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
