       IDENTIFICATION DIVISION.
       PROGRAM-ID. readiness.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT probefile ASSIGN TO probepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS probestatus.
               SELECT dffile ASSIGN TO dfpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS dfstatus.
               SELECT readyfile ASSIGN TO readypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS readystatus.

       DATA DIVISION.
           FILE SECTION.
             FD probefile.
             01 proberec PIC X(300).
             FD dffile.
             01 dfrec PIC X(300).
             FD readyfile.
             01 readyrec PIC X(132).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 probepath PIC X(250) VALUE SPACES.
             01 probestatus PIC X(2) VALUE SPACES.
             01 dfpath PIC X(250) VALUE SPACES.
             01 dfstatus PIC X(2) VALUE SPACES.
             01 readypath PIC X(250) VALUE SPACES.
             01 readystatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 rundate PIC X(8) VALUE SPACES.
             01 syscmd PIC X(600) VALUE SPACES.
             01 testrc PIC S9(9) VALUE 0.
             01 numjobs PIC 9(2) VALUE 20.
             01 jobidx PIC 9(2) VALUE 0.
             01 jobsel PIC X(1) OCCURS 20 TIMES.
             COPY jobtable.
             01 controlpath PIC X(250) VALUE SPACES.
             01 parampath PIC X(250) VALUE SPACES.
             01 calpath PIC X(250) VALUE SPACES.
             01 holdpath PIC X(250) VALUE SPACES.
             01 manifestpath PIC X(250) VALUE SPACES.
             01 lockpath PIC X(250) VALUE SPACES.
             01 histpath PIC X(250) VALUE SPACES.
             01 sortdir PIC X(250) VALUE SPACES.
             01 ctlname PIC X(14) VALUE SPACES.
             01 ctlrunn PIC 9(2) VALUE 0.
             01 ctlruny PIC 9(2) VALUE 0.
             01 jobdirname PIC X(4) VALUE SPACES.
             01 dirseen PIC X(9) VALUE SPACES.
             01 dirnum PIC 9(1) VALUE 0.
             01 mfname PIC X(14) VALUE SPACES.
             01 mfpath PIC X(200) VALUE SPACES.
             01 lockrec PIC X(100) VALUE SPACES.
             01 locktok1 PIC X(20) VALUE SPACES.
             01 locktok2 PIC X(20) VALUE SPACES.
             01 locktok3 PIC X(20) VALUE SPACES.
             01 locktok4 PIC X(20) VALUE SPACES.
             01 locktok5 PIC X(20) VALUE SPACES.
             01 locktok6 PIC X(20) VALUE SPACES.
             01 lockpid PIC 9(9) VALUE 0.
             01 pidedit PIC Z(8)9.
      *Space: KB free where the batch writes and where SORT puts
      *its work files, against what tonight is expected to need.
             01 rawsortkb PIC X(9) VALUE SPACES.
             01 sortneedkb PIC 9(9) VALUE 51200.
             01 rawminfree PIC X(9) VALUE SPACES.
             01 minfreekb PIC 9(9) VALUE 10240.
             01 rawfactor PIC X(3) VALUE SPACES.
             01 spacefactor PIC 9(2) VALUE 2.
             01 freekb PIC 9(12) VALUE 0.
             01 freeknown PIC 9(1) VALUE 0.
             01 needkb PIC 9(12) VALUE 0.
             01 growthkb PIC 9(12) VALUE 0.
             01 nightcount PIC 9(3) VALUE 0.
             01 prevdate PIC X(8) VALUE SPACES.
             01 prevkb PIC 9(12) VALUE 0.
             01 lastdate PIC X(8) VALUE SPACES.
             01 lastkb PIC 9(12) VALUE 0.
             01 histline.
               02 shdate PIC X(8).
               02 FILLER PIC X(1).
               02 shkind PIC X(5).
               02 FILLER PIC X(1).
               02 shname PIC X(10).
               02 FILLER PIC X(1).
               02 shkb PIC 9(12).
             01 dftok1 PIC X(100) VALUE SPACES.
             01 dftok2 PIC X(20) VALUE SPACES.
             01 dftok3 PIC X(20) VALUE SPACES.
             01 dftok4 PIC X(20) VALUE SPACES.
             01 kbedit PIC Z(11)9.
             01 kbedit2 PIC Z(11)9.
             01 failcount PIC 9(3) VALUE 0.
             01 warncount PIC 9(3) VALUE 0.
             01 okcount PIC 9(3) VALUE 0.
      *Expected-answer file each job verifies against: the key it
      *reads it from and the file in its day directory it falls
      *back to. day2 runs both parts and reads two; the shard
      *entries write no answer and have none.
             01 expcount PIC 9(2) VALUE 17.
             01 expidx PIC 9(2) VALUE 0.
             01 expectedtable-values.
               02 FILLER PIC X(14) VALUE "day1".
               02 FILLER PIC X(18) VALUE "DAY1_EXPECTED".
               02 FILLER PIC X(16) VALUE "expected.txt".
               02 FILLER PIC X(14) VALUE "day2".
               02 FILLER PIC X(18) VALUE "DAY2_EXPECTED".
               02 FILLER PIC X(16) VALUE "expected.txt".
               02 FILLER PIC X(14) VALUE "day2".
               02 FILLER PIC X(18) VALUE "DAY2_P2_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
               02 FILLER PIC X(14) VALUE "day3-p1".
               02 FILLER PIC X(18) VALUE "DAY3_P1_EXPECTED".
               02 FILLER PIC X(16) VALUE "p1expected.txt".
               02 FILLER PIC X(14) VALUE "day3-p2".
               02 FILLER PIC X(18) VALUE "DAY3_P2_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
               02 FILLER PIC X(14) VALUE "day4-p1".
               02 FILLER PIC X(18) VALUE "DAY4_EXPECTED".
               02 FILLER PIC X(16) VALUE "p1expected.txt".
               02 FILLER PIC X(14) VALUE "day4-p2".
               02 FILLER PIC X(18) VALUE "DAY4_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
               02 FILLER PIC X(14) VALUE "day5-p1".
               02 FILLER PIC X(18) VALUE "DAY5_P1_EXPECTED".
               02 FILLER PIC X(16) VALUE "p1expected.txt".
               02 FILLER PIC X(14) VALUE "day5-p2".
               02 FILLER PIC X(18) VALUE "DAY5_P2_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
               02 FILLER PIC X(14) VALUE "day6-p2".
               02 FILLER PIC X(18) VALUE "DAY6_P2_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
               02 FILLER PIC X(14) VALUE "day7-p1".
               02 FILLER PIC X(18) VALUE "DAY7_EXPECTED".
               02 FILLER PIC X(16) VALUE "p1expected.txt".
               02 FILLER PIC X(14) VALUE "day7-p2".
               02 FILLER PIC X(18) VALUE "DAY7_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
               02 FILLER PIC X(14) VALUE "day8-p1".
               02 FILLER PIC X(18) VALUE "DAY8_P1_EXPECTED".
               02 FILLER PIC X(16) VALUE "p1expected.txt".
               02 FILLER PIC X(14) VALUE "day8-p2".
               02 FILLER PIC X(18) VALUE "DAY8_P2_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
               02 FILLER PIC X(14) VALUE "day9-p1".
               02 FILLER PIC X(18) VALUE "DAY9_P1_EXPECTED".
               02 FILLER PIC X(16) VALUE "p1expected.txt".
               02 FILLER PIC X(14) VALUE "day9-p2".
               02 FILLER PIC X(18) VALUE "DAY9_P2_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
               02 FILLER PIC X(14) VALUE "day9-p2-comb".
               02 FILLER PIC X(18) VALUE "DAY9_P2_EXPECTED".
               02 FILLER PIC X(16) VALUE "p2expected.txt".
             01 expectedtable REDEFINES expectedtable-values.
               02 expentry OCCURS 17 TIMES.
                 03 expjob PIC X(14).
                 03 expkey PIC X(18).
                 03 expfile PIC X(16).
             01 expsel PIC X(1) VALUE SPACES.
      *One readiness line: verdict, what kind of thing was checked,
      *which one, and what was found.
             01 readyline.
               02 rlverdict PIC X(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rlkind PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rlsubject PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rldetail PIC X(103).

       PROCEDURE DIVISION.
      *Pre-batch readiness check, run by the driver before the
      *manifest gate. The gate judges the night's inputs; this
      *judges everything else the batch leans on: each selected
      *jobtable entry's compiled executable and expected-answer
      *file, every day directory a
      *job writes to, the control files the config service and the
      *driver open, the run lock, the sort work space, and free
      *space against tonight's projected need. Every check is one
      *line of the readiness report as OK, WARN or FAIL; any FAIL
      *ends with rc 8 and the driver refuses to start the batch,
      *warnings alone end with rc 4.
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
           ACCEPT readypath FROM ENVIRONMENT "READY_REPORT"
           IF readypath = SPACES THEN
            MOVE "READY_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO readypath
           END-IF
           IF readypath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/readiness.txt'
             DELIMITED BY SIZE INTO readypath
           END-IF
           ACCEPT controlpath FROM ENVIRONMENT "DRIVER_JOBCONTROL"
           IF controlpath = SPACES THEN
            MOVE "DRIVER_JOBCONTROL" TO confkey
            PERFORM Getconfig
            MOVE confval TO controlpath
           END-IF
           IF controlpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/jobcontrol.txt'
             DELIMITED BY SIZE INTO controlpath
           END-IF
           ACCEPT parampath FROM ENVIRONMENT "PARAMS_PATH"
           IF parampath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/params.txt'
             DELIMITED BY SIZE INTO parampath
           END-IF
           ACCEPT calpath FROM ENVIRONMENT "CALENDAR_PATH"
           IF calpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/calendar.txt'
             DELIMITED BY SIZE INTO calpath
           END-IF
           ACCEPT holdpath FROM ENVIRONMENT "LEGAL_HOLDS"
           IF holdpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/legalholds.txt'
             DELIMITED BY SIZE INTO holdpath
           END-IF
           ACCEPT manifestpath FROM ENVIRONMENT "GATE_MANIFEST"
           IF manifestpath = SPACES THEN
            MOVE "GATE_MANIFEST" TO confkey
            PERFORM Getconfig
            MOVE confval TO manifestpath
           END-IF
           IF manifestpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/manifest.txt'
             DELIMITED BY SIZE INTO manifestpath
           END-IF
           ACCEPT lockpath FROM ENVIRONMENT "DRIVER_LOCK"
           IF lockpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/runlock.txt'
             DELIMITED BY SIZE INTO lockpath
           END-IF
           ACCEPT histpath FROM ENVIRONMENT "STORAGE_HISTORY"
           IF histpath = SPACES THEN
            MOVE "STORAGE_HISTORY" TO confkey
            PERFORM Getconfig
            MOVE confval TO histpath
           END-IF
           IF histpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/storagehistory.txt'
             DELIMITED BY SIZE INTO histpath
           END-IF
      *SORT puts its work files where the runtime's TMPDIR points.
           ACCEPT sortdir FROM ENVIRONMENT "TMPDIR"
           IF sortdir = SPACES THEN
            MOVE "/tmp" TO sortdir
           END-IF
           ACCEPT rawsortkb FROM ENVIRONMENT "READY_SORTWORK_KB"
           IF rawsortkb = SPACES THEN
            MOVE "READY_SORTWORK_KB" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawsortkb
           END-IF
           IF rawsortkb NOT= SPACES THEN
            COMPUTE sortneedkb = FUNCTION NUMVAL(rawsortkb)
           END-IF
           ACCEPT rawminfree FROM ENVIRONMENT "READY_MINFREE_KB"
           IF rawminfree = SPACES THEN
            MOVE "READY_MINFREE_KB" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawminfree
           END-IF
           IF rawminfree NOT= SPACES THEN
            COMPUTE minfreekb = FUNCTION NUMVAL(rawminfree)
           END-IF
           ACCEPT rawfactor FROM ENVIRONMENT "READY_SPACE_FACTOR"
           IF rawfactor = SPACES THEN
            MOVE "READY_SPACE_FACTOR" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawfactor
           END-IF
           IF rawfactor NOT= SPACES THEN
            COMPUTE spacefactor = FUNCTION NUMVAL(rawfactor)
           END-IF
           IF spacefactor = 0 THEN
            MOVE 1 TO spacefactor
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           OPEN OUTPUT readyfile
           MOVE "readyfile" TO errfile
           MOVE readystatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO readyrec
           STRING "==== BATCH READINESS " rundate " ==== "
            FUNCTION TRIM(batchroot)
            DELIMITED BY SIZE INTO readyrec
           WRITE readyrec
           PERFORM Checkroot
           PERFORM Checkcontrols
           PERFORM Selectjobs
           PERFORM Checkjobs
           PERFORM Checkexpected
           PERFORM Checkmanifest
           PERFORM Checklock
           PERFORM Checksortwork
           PERFORM Checkspace
           MOVE SPACES TO readyrec
           STRING "END READINESS - " okcount " OK, " warncount
            " WARN, " failcount " FAIL"
            DELIMITED BY SIZE INTO readyrec
           WRITE readyrec
           CLOSE readyfile
           CALL "runreg" USING readypath
           MOVE SPACES TO logmsg
           STRING "readiness: " okcount " OK, " warncount " WARN, "
            failcount " FAIL - report at " FUNCTION TRIM(readypath)
            DELIMITED BY SIZE INTO logmsg
           IF failcount > 0 THEN
            MOVE "ERROR" TO logsev
           ELSE
            IF warncount > 0 THEN
             MOVE "WARN " TO logsev
            ELSE
             MOVE "INFO " TO logsev
            END-IF
           END-IF
           PERFORM Log
           EVALUATE TRUE
            WHEN failcount > 0
             MOVE 8 TO RETURN-CODE
            WHEN warncount > 0
             MOVE 4 TO RETURN-CODE
            WHEN OTHER
             MOVE 0 TO RETURN-CODE
           END-EVALUATE
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

      *The batch root takes the run lock, checkpoint, batchreport
      *and every shared ledger.
           Checkroot.
            MOVE SPACES TO syscmd
            STRING "test -d " FUNCTION TRIM(batchroot) " -a -w "
             FUNCTION TRIM(batchroot)
             DELIMITED BY SIZE INTO syscmd
            PERFORM Runtest
            MOVE "DIR" TO rlkind
            MOVE "batchroot" TO rlsubject
            IF testrc = 0 THEN
             MOVE "OK" TO rlverdict
             MOVE batchroot TO rldetail
            ELSE
             MOVE "FAIL" TO rlverdict
             MOVE SPACES TO rldetail
             STRING FUNCTION TRIM(batchroot)
              " missing or not writable"
              DELIMITED BY SIZE INTO rldetail
            END-IF
            PERFORM Writeline.

      *Files the config service and the driver open before the
      *first job. params.txt, jobcontrol.txt, the calendar and the
      *legal holds are optional - each falls back to defaults when
      *absent - but one that is there and cannot be read is a hard
      *failure: the batch would run on settings nobody chose.
           Checkcontrols.
            MOVE "params" TO rlsubject
            MOVE parampath TO probepath
            PERFORM Probecontrol
            MOVE "jobcontrol" TO rlsubject
            MOVE controlpath TO probepath
            PERFORM Probecontrol
            MOVE "calendar" TO rlsubject
            MOVE calpath TO probepath
            PERFORM Probecontrol
            MOVE "legalholds" TO rlsubject
            MOVE holdpath TO probepath
            PERFORM Probecontrol.

           Probecontrol.
            MOVE "CONTROL" TO rlkind
            MOVE SPACES TO rldetail
            OPEN INPUT probefile
            EVALUATE probestatus
             WHEN "00"
              CLOSE probefile
              MOVE "OK" TO rlverdict
              MOVE probepath TO rldetail
             WHEN "35"
              MOVE "WARN" TO rlverdict
              STRING FUNCTION TRIM(probepath)
               " absent - defaults in force"
               DELIMITED BY SIZE INTO rldetail
             WHEN OTHER
              MOVE "FAIL" TO rlverdict
              STRING FUNCTION TRIM(probepath)
               " cannot be read - status " probestatus
               DELIMITED BY SIZE INTO rldetail
            END-EVALUATE
            PERFORM Writeline.

      *The jobs tonight will run: jobtable defaults (the sharded
      *day9-p2 trio off) as job control overrides them with RUN=.
           Selectjobs.
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             MOVE "Y" TO jobsel(jobidx)
             IF jobname(jobidx) = "day9-p2-s1"
              OR jobname(jobidx) = "day9-p2-s2"
              OR jobname(jobidx) = "day9-p2-comb" THEN
              MOVE "N" TO jobsel(jobidx)
             END-IF
            END-PERFORM
            MOVE controlpath TO probepath
            OPEN INPUT probefile
            IF probestatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ probefile INTO proberec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF proberec NOT= SPACES
                AND proberec(1:1) NOT= "*" THEN
                MOVE SPACES TO ctlname
                UNSTRING proberec DELIMITED BY ALL SPACES
                 INTO ctlname
                MOVE 0 TO ctlrunn ctlruny
                INSPECT proberec TALLYING ctlrunn FOR ALL " RUN=N"
                INSPECT proberec TALLYING ctlruny FOR ALL " RUN=Y"
                PERFORM VARYING jobidx FROM 1 BY 1
                 UNTIL jobidx > numjobs
                 IF jobname(jobidx) = ctlname THEN
                  IF ctlrunn > 0 THEN
                   MOVE "N" TO jobsel(jobidx)
                  END-IF
                  IF ctlruny > 0 THEN
                   MOVE "Y" TO jobsel(jobidx)
                  END-IF
                 END-IF
                END-PERFORM
               END-IF
             END-READ
            END-PERFORM
            CLOSE probefile.

      *Each jobtable entry's compiled executable, and once per day
      *the directory its jobs write their reports and work files
      *to. A deselected job missing its executable is only a
      *warning - nothing will launch it tonight.
           Checkjobs.
            MOVE SPACES TO dirseen
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             MOVE jobname(jobidx)(1:4) TO jobdirname
             MOVE SPACES TO probepath
             STRING FUNCTION TRIM(batchroot) "/" jobdirname "/"
              FUNCTION TRIM(jobexe(jobidx))
              DELIMITED BY SIZE INTO probepath
             MOVE SPACES TO syscmd
             STRING "test -x " FUNCTION TRIM(probepath)
              DELIMITED BY SIZE INTO syscmd
             PERFORM Runtest
             MOVE "EXE" TO rlkind
             MOVE jobname(jobidx) TO rlsubject
             MOVE SPACES TO rldetail
             EVALUATE TRUE
              WHEN testrc = 0
               MOVE "OK" TO rlverdict
               MOVE probepath TO rldetail
              WHEN jobsel(jobidx) = "N"
               MOVE "WARN" TO rlverdict
               STRING FUNCTION TRIM(probepath)
                " missing or not executable (job deselected)"
                DELIMITED BY SIZE INTO rldetail
              WHEN OTHER
               MOVE "FAIL" TO rlverdict
               STRING FUNCTION TRIM(probepath)
                " missing or not executable"
                DELIMITED BY SIZE INTO rldetail
             END-EVALUATE
             PERFORM Writeline
             MOVE jobdirname(4:1) TO dirnum
             IF jobsel(jobidx) = "Y" AND dirnum > 0
              AND dirseen(dirnum:1) = SPACE THEN
              MOVE "Y" TO dirseen(dirnum:1)
              PERFORM Checkjobdir
             END-IF
            END-PERFORM.

      *Each selected job's expected-answer file, resolved the way
      *the job resolves it: its key from the environment or the
      *parameter file, else the default in its day directory. The
      *job still runs without one but every answer it produces
      *comes out unverified, so a missing file is a warning; one
      *that is there and cannot be read is a failure.
           Checkexpected.
            PERFORM VARYING expidx FROM 1 BY 1 UNTIL expidx > expcount
             MOVE "N" TO expsel
             PERFORM VARYING jobidx FROM 1 BY 1
              UNTIL jobidx > numjobs
              IF jobname(jobidx) = expjob(expidx)
               AND jobsel(jobidx) = "Y" THEN
               MOVE "Y" TO expsel
              END-IF
             END-PERFORM
             IF expsel = "Y" THEN
              PERFORM Probeexpected
             END-IF
            END-PERFORM.

           Probeexpected.
            MOVE SPACES TO probepath
            ACCEPT probepath FROM ENVIRONMENT expkey(expidx)
            IF probepath = SPACES THEN
             MOVE expkey(expidx) TO confkey
             PERFORM Getconfig
             MOVE confval TO probepath
            END-IF
            IF probepath = SPACES THEN
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/' expjob(expidx)(1:4) '/'
              FUNCTION TRIM(expfile(expidx))
              DELIMITED BY SIZE INTO probepath
            END-IF
            MOVE "EXPECTED" TO rlkind
            MOVE expjob(expidx) TO rlsubject
            MOVE SPACES TO rldetail
            OPEN INPUT probefile
            EVALUATE probestatus
             WHEN "00"
              CLOSE probefile
              MOVE "OK" TO rlverdict
              MOVE probepath TO rldetail
             WHEN "35"
              MOVE "WARN" TO rlverdict
              STRING FUNCTION TRIM(probepath)
               " missing - answers go unverified"
               DELIMITED BY SIZE INTO rldetail
             WHEN OTHER
              MOVE "FAIL" TO rlverdict
              STRING FUNCTION TRIM(probepath)
               " cannot be read - status " probestatus
               DELIMITED BY SIZE INTO rldetail
            END-EVALUATE
            PERFORM Writeline.

           Checkjobdir.
            MOVE SPACES TO probepath
            STRING FUNCTION TRIM(batchroot) "/" jobdirname
             DELIMITED BY SIZE INTO probepath
            MOVE SPACES TO syscmd
            STRING "test -d " FUNCTION TRIM(probepath) " -a -w "
             FUNCTION TRIM(probepath)
             DELIMITED BY SIZE INTO syscmd
            PERFORM Runtest
            MOVE "DIR" TO rlkind
            MOVE jobdirname TO rlsubject
            MOVE SPACES TO rldetail
            IF testrc = 0 THEN
             MOVE "OK" TO rlverdict
             MOVE probepath TO rldetail
            ELSE
             MOVE "FAIL" TO rlverdict
             STRING FUNCTION TRIM(probepath)
              " missing or not writable"
              DELIMITED BY SIZE INTO rldetail
            END-IF
            PERFORM Writeline.

      *The gate's manifest and every input it names. The gate
      *passes by default without a manifest and holds back only
      *the day whose input is missing, so these are warnings - a
      *manifest that is there and cannot be read is not.
           Checkmanifest.
            MOVE "CONTROL" TO rlkind
            MOVE "manifest" TO rlsubject
            MOVE SPACES TO rldetail
            MOVE manifestpath TO probepath
            OPEN INPUT probefile
            EVALUATE probestatus
             WHEN "00"
              MOVE "OK" TO rlverdict
              MOVE probepath TO rldetail
              PERFORM Writeline
             WHEN "35"
              MOVE "WARN" TO rlverdict
              STRING FUNCTION TRIM(probepath)
               " absent - the gate passes every input by default"
               DELIMITED BY SIZE INTO rldetail
              PERFORM Writeline
              EXIT PARAGRAPH
             WHEN OTHER
              MOVE "FAIL" TO rlverdict
              STRING FUNCTION TRIM(probepath)
               " cannot be read - status " probestatus
               DELIMITED BY SIZE INTO rldetail
              PERFORM Writeline
              EXIT PARAGRAPH
            END-EVALUATE
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ probefile INTO proberec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF proberec NOT= SPACES
                AND proberec(1:1) NOT= "*" THEN
                MOVE SPACES TO mfname mfpath
                UNSTRING proberec DELIMITED BY ALL SPACES
                 INTO mfname mfpath
                PERFORM Checkinput
               END-IF
             END-READ
            END-PERFORM
            CLOSE probefile.

           Checkinput.
            MOVE SPACES TO syscmd
            IF mfpath(1:1) = "/" THEN
             STRING "test -r " FUNCTION TRIM(mfpath)
              DELIMITED BY SIZE INTO syscmd
            ELSE
             STRING "test -r " FUNCTION TRIM(batchroot) "/"
              FUNCTION TRIM(mfpath)
              DELIMITED BY SIZE INTO syscmd
            END-IF
            PERFORM Runtest
            MOVE "INPUT" TO rlkind
            MOVE mfname TO rlsubject
            MOVE SPACES TO rldetail
            IF testrc = 0 THEN
             MOVE "OK" TO rlverdict
             MOVE mfpath TO rldetail
            ELSE
             MOVE "WARN" TO rlverdict
             STRING FUNCTION TRIM(mfpath)
              " missing or unreadable - the gate will hold it back"
              DELIMITED BY SIZE INTO rldetail
            END-IF
            PERFORM Writeline.

      *A lock whose process is alive means another batch is
      *running; a lock left by a dead process is cleared by the
      *driver as it starts, so it is only reported.
           Checklock.
            MOVE "LOCK" TO rlkind
            MOVE "runlock" TO rlsubject
            MOVE SPACES TO rldetail
            MOVE lockpath TO probepath
            OPEN INPUT probefile
            IF probestatus NOT= "00" THEN
             MOVE "OK" TO rlverdict
             MOVE "no run lock held" TO rldetail
             PERFORM Writeline
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO proberec
            READ probefile INTO proberec
             AT END
              CONTINUE
            END-READ
            CLOSE probefile
            MOVE proberec TO lockrec
            MOVE SPACES TO locktok1 locktok2 locktok3 locktok4
             locktok5 locktok6
            UNSTRING lockrec DELIMITED BY ALL SPACES INTO
             locktok1 locktok2 locktok3 locktok4 locktok5 locktok6
            COMPUTE lockpid = FUNCTION NUMVAL(locktok6)
            MOVE 1 TO testrc
            IF lockpid > 0 THEN
             MOVE lockpid TO pidedit
             MOVE SPACES TO syscmd
             STRING "kill -0 " FUNCTION TRIM(pidedit) " 2>/dev/null"
              DELIMITED BY SIZE INTO syscmd
             PERFORM Runtest
            END-IF
            IF testrc = 0 THEN
             MOVE "FAIL" TO rlverdict
             STRING "held by live run " FUNCTION TRIM(locktok2)
              ", pid " FUNCTION TRIM(pidedit)
              DELIMITED BY SIZE INTO rldetail
            ELSE
             MOVE "WARN" TO rlverdict
             STRING "stale lock from run " FUNCTION TRIM(locktok2)
              " - owning process gone, cleared at start"
              DELIMITED BY SIZE INTO rldetail
            END-IF
            PERFORM Writeline.

      *SORT work files: the directory must take them and hold
      *READY_SORTWORK_KB.
           Checksortwork.
            MOVE "SORTWORK" TO rlkind
            MOVE "TMPDIR" TO rlsubject
            MOVE SPACES TO rldetail
            MOVE SPACES TO syscmd
            STRING "test -d " FUNCTION TRIM(sortdir) " -a -w "
             FUNCTION TRIM(sortdir)
             DELIMITED BY SIZE INTO syscmd
            PERFORM Runtest
            IF testrc NOT= 0 THEN
             MOVE "FAIL" TO rlverdict
             STRING FUNCTION TRIM(sortdir)
              " missing or not writable"
              DELIMITED BY SIZE INTO rldetail
             PERFORM Writeline
             EXIT PARAGRAPH
            END-IF
            MOVE sortdir TO probepath
            PERFORM Measurefree
            MOVE freekb TO kbedit
            MOVE sortneedkb TO kbedit2
            EVALUATE TRUE
             WHEN freeknown = 0
              MOVE "WARN" TO rlverdict
              STRING FUNCTION TRIM(sortdir)
               " free space could not be measured"
               DELIMITED BY SIZE INTO rldetail
             WHEN freekb < sortneedkb
              MOVE "FAIL" TO rlverdict
              STRING FUNCTION TRIM(sortdir) " "
               FUNCTION TRIM(kbedit) " KB free, "
               FUNCTION TRIM(kbedit2) " KB needed"
               DELIMITED BY SIZE INTO rldetail
             WHEN OTHER
              MOVE "OK" TO rlverdict
              STRING FUNCTION TRIM(sortdir) " "
               FUNCTION TRIM(kbedit) " KB free"
               DELIMITED BY SIZE INTO rldetail
            END-EVALUATE
            PERFORM Writeline.

      *Tonight's projected need is the largest night-on-night
      *growth of the batch root in the storage history, times
      *READY_SPACE_FACTOR for headroom, and never less than
      *READY_MINFREE_KB.
           Checkspace.
            PERFORM Projectneed
            MOVE "SPACE" TO rlkind
            MOVE "batchroot" TO rlsubject
            MOVE SPACES TO rldetail
            MOVE batchroot TO probepath
            PERFORM Measurefree
            MOVE freekb TO kbedit
            MOVE needkb TO kbedit2
            EVALUATE TRUE
             WHEN freeknown = 0
              MOVE "WARN" TO rlverdict
              MOVE "free space could not be measured" TO rldetail
             WHEN freekb < needkb
              MOVE "FAIL" TO rlverdict
              STRING FUNCTION TRIM(kbedit) " KB free, tonight needs "
               FUNCTION TRIM(kbedit2) " KB"
               DELIMITED BY SIZE INTO rldetail
             WHEN OTHER
              MOVE "OK" TO rlverdict
              STRING FUNCTION TRIM(kbedit) " KB free, tonight needs "
               FUNCTION TRIM(kbedit2) " KB"
               DELIMITED BY SIZE INTO rldetail
            END-EVALUATE
            IF nightcount < 2 AND freeknown = 1 THEN
             STRING FUNCTION TRIM(rldetail)
              " (no storage history - minimum only)"
              DELIMITED BY SIZE INTO rldetail
            END-IF
            PERFORM Writeline.

      *The storage history's TOTAL lines are in night order; a
      *rerun night's later line stands in for its earlier one.
           Projectneed.
            MOVE 0 TO growthkb nightcount
            MOVE SPACES TO prevdate lastdate
            MOVE histpath TO probepath
            OPEN INPUT probefile
            IF probestatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ probefile INTO proberec
               AT END
                MOVE 1 TO eof
               NOT AT END
                MOVE proberec TO histline
                IF shkind = "TOTAL" AND shkb IS NUMERIC THEN
                 PERFORM Takenight
                END-IF
              END-READ
             END-PERFORM
             CLOSE probefile
             IF lastdate NOT= SPACES THEN
              PERFORM Closenight
             END-IF
            END-IF
            COMPUTE needkb = growthkb * spacefactor
            IF needkb < minfreekb THEN
             MOVE minfreekb TO needkb
            END-IF.

           Takenight.
            IF shdate NOT= lastdate AND lastdate NOT= SPACES THEN
             PERFORM Closenight
            END-IF
            MOVE shdate TO lastdate
            MOVE shkb TO lastkb.

      *One night's closing total against the night before it.
           Closenight.
            ADD 1 TO nightcount
            IF prevdate NOT= SPACES AND lastkb > prevkb THEN
             IF lastkb - prevkb > growthkb THEN
              COMPUTE growthkb = lastkb - prevkb
             END-IF
            END-IF
            MOVE lastdate TO prevdate
            MOVE lastkb TO prevkb.

      *KB available on the filesystem holding probepath (POSIX df:
      *the second line's fourth field).
           Measurefree.
            MOVE 0 TO freekb freeknown
            MOVE SPACES TO dfpath
            STRING FUNCTION TRIM(batchroot) '/readiness_df.tmp'
             DELIMITED BY SIZE INTO dfpath
            MOVE SPACES TO syscmd
            STRING "df -P -k " FUNCTION TRIM(probepath) " > "
             FUNCTION TRIM(dfpath) " 2>/dev/null"
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE 0 TO RETURN-CODE
            OPEN INPUT dffile
            IF dfstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO dfrec
            READ dffile
             AT END
              CONTINUE
            END-READ
            MOVE SPACES TO dfrec
            READ dffile
             AT END
              CONTINUE
            END-READ
            CLOSE dffile
            DELETE FILE dffile
            MOVE SPACES TO dftok1 dftok2 dftok3 dftok4
            UNSTRING dfrec DELIMITED BY ALL SPACES INTO
             dftok1 dftok2 dftok3 dftok4
            IF FUNCTION TRIM(dftok4) IS NUMERIC THEN
             COMPUTE freekb = FUNCTION NUMVAL(dftok4)
             MOVE 1 TO freeknown
            END-IF.

      *Runs the test command in syscmd; testrc is its exit status.
           Runtest.
            CALL "SYSTEM" USING syscmd
            MOVE RETURN-CODE TO testrc
            MOVE 0 TO RETURN-CODE.

           Writeline.
            EVALUATE rlverdict
             WHEN "FAIL"
              ADD 1 TO failcount
             WHEN "WARN"
              ADD 1 TO warncount
             WHEN OTHER
              ADD 1 TO okcount
            END-EVALUATE
            WRITE readyrec FROM readyline.

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
