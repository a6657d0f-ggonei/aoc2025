       IDENTIFICATION DIVISION.
       PROGRAM-ID. critpath.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.
               SELECT controlfile ASSIGN TO controlpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS controlstatus.
               SELECT cphistfile ASSIGN TO cphistpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS cphiststatus.
               SELECT cpfile ASSIGN TO cppath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS cpstatus.

       DATA DIVISION.
           FILE SECTION.
             FD reportfile.
             01 reportrec PIC X(80).
             FD controlfile.
             01 controlrec PIC X(200).
             FD cphistfile.
             01 cphistrec PIC X(330).
             FD cpfile.
             01 cprec PIC X(340).

           WORKING-STORAGE SECTION.
      *Critical-path analysis. Window enforcement and the projected
      *overrun warnings say when a batch will be late, not why, and
      *with parallel waves the slowest job is not necessarily the
      *one holding up the finish. Each job's start and end come off
      *the batchreport (launch offset plus elapsed, collected from
      *the jobrc files for a parallel wave); what released it is
      *the job that finished last before it started - a DEPENDS=
      *predecessor from jobcontrol.txt, or the job ahead of it in
      *the serial order or the wave before. Following those
      *releases back from the last job to finish gives the chain
      *that set the end time; every other job's slack is how far
      *it could have run over before the finish moved. Each run's
      *path goes to a history so the report can show how the path
      *has shifted over the last CRITPATH_RUNS runs.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 controlpath PIC X(250) VALUE SPACES.
             01 controlstatus PIC X(2) VALUE SPACES.
             01 cphistpath PIC X(250) VALUE SPACES.
             01 cphiststatus PIC X(2) VALUE SPACES.
             01 cppath PIC X(250) VALUE SPACES.
             01 cpstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 runid PIC X(11) VALUE SPACES.
             01 rawruns PIC X(3) VALUE SPACES.
             01 maxruns PIC 9(2) VALUE 10.
      *One entry per job on the batchreport, in report order. A
      *retried job spans its first launch to its last finish.
             01 cpcount PIC 9(2) VALUE 0.
             01 cpidx PIC 9(2) VALUE 0.
             01 cpother PIC 9(2) VALUE 0.
             01 cphit PIC 9(2) VALUE 0.
             01 cptab.
               02 cpentry OCCURS 30 TIMES.
                 03 cpname PIC X(14).
                 03 cpstart PIC 9(6).
                 03 cpend PIC 9(6).
                 03 cpdeps PIC X(60).
                 03 cppred PIC 9(2).
                 03 cpvia PIC X(7).
                 03 cpslack PIC 9(6).
                 03 cpcrit PIC 9(1).
             01 jobstartoff PIC 9(6) VALUE 0.
             01 jobendoff PIC 9(6) VALUE 0.
             01 jobelapsed PIC 9(7) VALUE 0.
             01 untimed PIC 9(2) VALUE 0.
             01 batchend PIC 9(6) VALUE 0.
             01 lastjob PIC 9(2) VALUE 0.
             01 bestend PIC 9(6) VALUE 0.
             01 edgegap PIC 9(6) VALUE 0.
             01 newslack PIC 9(6) VALUE 0.
             01 changed PIC 9(1) VALUE 0.
             01 passes PIC 9(3) VALUE 0.
             01 isdep PIC 9(1) VALUE 0.
             01 depname PIC X(14) VALUE SPACES.
             01 deptok PIC X(14) VALUE SPACES.
             01 depptr PIC 9(3) VALUE 1.
             01 ctlname PIC X(14) VALUE SPACES.
             01 ctltok PIC X(80) VALUE SPACES.
             01 ctlptr PIC 9(3) VALUE 1.
             01 ctlkey PIC X(10) VALUE SPACES.
             01 ctlval PIC X(60) VALUE SPACES.
             01 ctlkptr PIC 9(3) VALUE 1.
      *The chain, last job first as it is walked, and as the
      *"a > b > c" text the history keeps.
             01 chaincount PIC 9(2) VALUE 0.
             01 chainidx PIC 9(2) VALUE 0.
             01 chaintab.
               02 chainjob PIC 9(2) OCCURS 30 TIMES.
             01 pathtext PIC X(300) VALUE SPACES.
             01 pathptr PIC 9(3) VALUE 1.
             01 cphistline.
               02 chrunid PIC X(11).
               02 FILLER PIC X(6) VALUE " END +".
               02 chend PIC 9(6).
               02 FILLER PIC X(6) VALUE " PATH ".
               02 chpath PIC X(300).
             01 histseen PIC 9(1) VALUE 0.
      *The last runs of the history, oldest first, and how often
      *each job sat on their paths.
             01 shiftcount PIC 9(2) VALUE 0.
             01 shiftidx PIC 9(2) VALUE 0.
             01 shifttab.
               02 shiftentry PIC X(330) OCCURS 30 TIMES.
             01 prevpath PIC X(300) VALUE SPACES.
             01 pathchanges PIC 9(2) VALUE 0.
             01 tallycount PIC 9(2) VALUE 0.
             01 tallyidx PIC 9(2) VALUE 0.
             01 tallyhit PIC 9(2) VALUE 0.
             01 tallytab.
               02 tallyentry OCCURS 30 TIMES.
                 03 tallyname PIC X(14).
                 03 tallyruns PIC 9(2).
             01 pathtok PIC X(14) VALUE SPACES.
             01 pathtokptr PIC 9(3) VALUE 1.
             01 cpline.
               02 cllabel PIC X(9).
               02 clname PIC X(14).
               02 FILLER PIC X(8) VALUE " START +".
               02 clstart PIC Z(5)9.
               02 FILLER PIC X(6) VALUE " END +".
               02 clend PIC Z(5)9.
               02 FILLER PIC X(5) VALUE " DUR ".
               02 cldur PIC Z(5)9.
               02 FILLER PIC X(7) VALUE " SLACK ".
               02 clslack PIC Z(5)9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 clvia PIC X(7).
               02 FILLER PIC X(1) VALUE SPACE.
               02 clpred PIC X(14).
             01 numedit PIC Z(5)9.
             01 numedit2 PIC Z9.

       PROCEDURE DIVISION.
      *Reads the latest batchreport (DRIVER_REPORT, default
      *batchreport.txt in the batch root) and jobcontrol.txt, writes
      *CRITPATH_REPORT (default critpath.txt) and keeps the path of
      *every run analysed in CRITPATH_HISTORY. rc 4 when the
      *batchreport has no job timings to analyse.
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
           ACCEPT reportpath FROM ENVIRONMENT "DRIVER_REPORT"
           IF reportpath = SPACES THEN
            MOVE "DRIVER_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportpath
           END-IF
           IF reportpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/batchreport.txt'
             DELIMITED BY SIZE INTO reportpath
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
           ACCEPT cphistpath FROM ENVIRONMENT "CRITPATH_HISTORY"
           IF cphistpath = SPACES THEN
            MOVE "CRITPATH_HISTORY" TO confkey
            PERFORM Getconfig
            MOVE confval TO cphistpath
           END-IF
           IF cphistpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/critpathhist.txt'
             DELIMITED BY SIZE INTO cphistpath
           END-IF
           ACCEPT cppath FROM ENVIRONMENT "CRITPATH_REPORT"
           IF cppath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/critpath.txt'
             DELIMITED BY SIZE INTO cppath
           END-IF
           ACCEPT rawruns FROM ENVIRONMENT "CRITPATH_RUNS"
           IF rawruns = SPACES THEN
            MOVE "CRITPATH_RUNS" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawruns
           END-IF
           IF rawruns NOT= SPACES THEN
            COMPUTE maxruns = FUNCTION NUMVAL(rawruns)
           END-IF
           IF maxruns < 1 OR maxruns > 30 THEN
            MOVE 10 TO maxruns
           END-IF
           PERFORM Readbatchreport
           IF cpcount = 0 OR untimed > 0 THEN
            MOVE SPACES TO logmsg
            STRING "no job timings on " FUNCTION TRIM(reportpath)
             " - no critical path to analyse"
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF
           PERFORM Readcontrol
           PERFORM VARYING cpidx FROM 1 BY 1 UNTIL cpidx > cpcount
            PERFORM Findrelease
           END-PERFORM
           PERFORM Walkpath
           PERFORM Computeslack
           PERFORM Updatehistory
           OPEN OUTPUT cpfile
           MOVE "cpfile" TO errfile
           MOVE cpstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO cprec
           STRING "==== CRITICAL PATH RUN " runid " ===="
            DELIMITED BY SIZE INTO cprec
           WRITE cprec
           PERFORM VARYING cpidx FROM 1 BY 1 UNTIL cpidx > cpcount
            PERFORM Writejobline
           END-PERFORM
           MOVE batchend TO numedit
           MOVE SPACES TO cprec
           STRING "PATH " FUNCTION TRIM(pathtext) " (end +"
            FUNCTION TRIM(numedit) " sec)"
            DELIMITED BY SIZE INTO cprec
           WRITE cprec
           PERFORM Showshift
           CLOSE cpfile
           CALL "runreg" USING cppath
           MOVE SPACES TO logmsg
           STRING "critical path for " runid " written to "
            FUNCTION TRIM(cppath)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
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

      *Run id and every job line, with its launch offset and
      *elapsed; a line without an offset was written before the
      *driver recorded one and leaves the run untimed.
           Readbatchreport.
            OPEN INPUT reportfile
            MOVE "reportfile" TO errfile
            MOVE reportstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ reportfile INTO reportrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               EVALUATE TRUE
                WHEN reportrec(1:6) = "RUNID "
                 MOVE reportrec(7:11) TO runid
                WHEN reportrec(15:14) = " return code "
                 IF reportrec(61:6) IS NUMERIC THEN
                  PERFORM Takejobline
                 ELSE
                  ADD 1 TO untimed
                 END-IF
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE reportfile.

           Takejobline.
            COMPUTE jobstartoff = FUNCTION NUMVAL(reportrec(61:6))
            COMPUTE jobelapsed = FUNCTION NUMVAL(reportrec(42:7))
            COMPUTE jobendoff = jobstartoff + jobelapsed
            MOVE 0 TO cphit
            PERFORM VARYING cpidx FROM 1 BY 1 UNTIL cpidx > cpcount
             IF cpname(cpidx) = reportrec(1:14) THEN
              MOVE cpidx TO cphit
             END-IF
            END-PERFORM
            IF cphit = 0 THEN
             IF cpcount >= 30 THEN
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO cpcount
             MOVE cpcount TO cphit
             MOVE reportrec(1:14) TO cpname(cphit)
             MOVE jobstartoff TO cpstart(cphit)
             MOVE 0 TO cpend(cphit)
             MOVE SPACES TO cpdeps(cphit)
             MOVE 0 TO cppred(cphit) cpslack(cphit) cpcrit(cphit)
             MOVE SPACES TO cpvia(cphit)
            END-IF
            IF jobendoff > cpend(cphit) THEN
             MOVE jobendoff TO cpend(cphit)
            END-IF
            IF lastjob = 0 OR jobendoff > batchend THEN
             MOVE jobendoff TO batchend
             MOVE cphit TO lastjob
            END-IF.

      *DEPENDS= clauses from the job-control file, in any token
      *order, as the driver reads them.
           Readcontrol.
            OPEN INPUT controlfile
            IF controlstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ controlfile INTO controlrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF controlrec NOT= SPACES
                AND controlrec(1:1) NOT= "*" THEN
                MOVE SPACES TO ctlname
                MOVE 1 TO ctlptr
                UNSTRING controlrec DELIMITED BY ALL SPACES
                 INTO ctlname WITH POINTER ctlptr
                MOVE 0 TO cphit
                PERFORM VARYING cpidx FROM 1 BY 1
                 UNTIL cpidx > cpcount
                 IF cpname(cpidx) = ctlname THEN
                  MOVE cpidx TO cphit
                 END-IF
                END-PERFORM
                PERFORM UNTIL cphit = 0 OR ctlptr > 200
                 MOVE SPACES TO ctltok ctlkey ctlval
                 UNSTRING controlrec DELIMITED BY ALL SPACES
                  INTO ctltok WITH POINTER ctlptr
                 IF ctltok = SPACES THEN
                  MOVE 0 TO cphit
                 ELSE
                  MOVE 1 TO ctlkptr
                  UNSTRING ctltok DELIMITED BY "="
                   INTO ctlkey WITH POINTER ctlkptr
                  MOVE ctltok(ctlkptr:) TO ctlval
                  IF ctlkey = "DEPENDS" THEN
                   MOVE ctlval TO cpdeps(cphit)
                  END-IF
                 END-IF
                END-PERFORM
               END-IF
             END-READ
            END-PERFORM
            CLOSE controlfile.

      *What released job cpidx: the job that finished last at or
      *before its launch (a second's rounding allowed), a DEPENDS
      *predecessor winning a tie. Nothing before it means it
      *started with the batch.
           Findrelease.
            MOVE 0 TO cppred(cpidx)
            MOVE 0 TO bestend
            MOVE "START" TO cpvia(cpidx)
            PERFORM VARYING cpother FROM 1 BY 1
             UNTIL cpother > cpcount
             IF cpother NOT= cpidx
              AND cpend(cpother) <= cpstart(cpidx) + 1
              AND cpstart(cpother) < cpstart(cpidx) THEN
              MOVE cpname(cpother) TO depname
              PERFORM Checkdep
              IF cppred(cpidx) = 0
               OR cpend(cpother) > bestend
               OR (cpend(cpother) = bestend AND isdep = 1) THEN
               MOVE cpother TO cppred(cpidx)
               MOVE cpend(cpother) TO bestend
               IF isdep = 1 THEN
                MOVE "DEPENDS" TO cpvia(cpidx)
               ELSE
                MOVE "ORDER" TO cpvia(cpidx)
               END-IF
              END-IF
             END-IF
            END-PERFORM.

      *isdep 1 when depname is in job cpidx's DEPENDS list.
           Checkdep.
            MOVE 0 TO isdep
            MOVE 1 TO depptr
            PERFORM UNTIL depptr > 60 OR isdep = 1
             MOVE SPACES TO deptok
             UNSTRING cpdeps(cpidx) DELIMITED BY ","
              INTO deptok WITH POINTER depptr
             IF deptok = SPACES THEN
              MOVE 61 TO depptr
             ELSE
              IF deptok = depname THEN
               MOVE 1 TO isdep
              END-IF
             END-IF
            END-PERFORM.

      *Back from the last job to finish along the releases.
           Walkpath.
            MOVE 0 TO chaincount
            MOVE lastjob TO cphit
            PERFORM UNTIL cphit = 0 OR chaincount >= 30
             ADD 1 TO chaincount
             MOVE cphit TO chainjob(chaincount)
             MOVE 1 TO cpcrit(cphit)
             MOVE cppred(cphit) TO cphit
            END-PERFORM
            MOVE SPACES TO pathtext
            MOVE 1 TO pathptr
            PERFORM VARYING chainidx FROM chaincount BY -1
             UNTIL chainidx < 1
             IF chainidx < chaincount THEN
              STRING " > " DELIMITED BY SIZE
               INTO pathtext WITH POINTER pathptr
             END-IF
             STRING FUNCTION TRIM(cpname(chainjob(chainidx)))
              DELIMITED BY SIZE INTO pathtext WITH POINTER pathptr
            END-PERFORM.

      *Slack: a job may run over by as much as it leaves before the
      *batch end, and no more than the room before each later job
      *allows - a job launched after it finished waited on it,
      *by DEPENDS=, by the serial order or by the wave barrier -
      *none before the job it released, the actual gap before any
      *other, plus that job's own slack. Passes repeat until
      *nothing tightens.
           Computeslack.
            PERFORM VARYING cpidx FROM 1 BY 1 UNTIL cpidx > cpcount
             COMPUTE cpslack(cpidx) = batchend - cpend(cpidx)
            END-PERFORM
            MOVE 1 TO changed
            MOVE 0 TO passes
            PERFORM UNTIL changed = 0 OR passes > 60
             MOVE 0 TO changed
             ADD 1 TO passes
             PERFORM VARYING cpidx FROM 1 BY 1
              UNTIL cpidx > cpcount
              PERFORM VARYING cpother FROM 1 BY 1
               UNTIL cpother > cpcount
               PERFORM Tightenslack
              END-PERFORM
             END-PERFORM
            END-PERFORM.

      *Edge cpother -> cpidx, if there is one.
           Tightenslack.
            IF cpother = cpidx
             OR cpend(cpother) > cpstart(cpidx) + 1
             OR cpstart(cpother) >= cpstart(cpidx) THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO edgegap
            IF cppred(cpidx) NOT= cpother
             AND cpstart(cpidx) > cpend(cpother) THEN
             COMPUTE edgegap = cpstart(cpidx) - cpend(cpother)
            END-IF
            COMPUTE newslack = edgegap + cpslack(cpidx)
            IF newslack < cpslack(cpother) THEN
             MOVE newslack TO cpslack(cpother)
             MOVE 1 TO changed
            END-IF.

           Writejobline.
            MOVE SPACES TO cllabel
            IF cpcrit(cpidx) = 1 THEN
             MOVE "CRITICAL " TO cllabel
            END-IF
            MOVE cpname(cpidx) TO clname
            MOVE cpstart(cpidx) TO clstart
            MOVE cpend(cpidx) TO clend
            COMPUTE cldur = cpend(cpidx) - cpstart(cpidx)
            MOVE cpslack(cpidx) TO clslack
            MOVE cpvia(cpidx) TO clvia
            MOVE SPACES TO clpred
            IF cppred(cpidx) > 0 THEN
             MOVE cpname(cppred(cpidx)) TO clpred
            END-IF
            MOVE cpline TO cprec
            WRITE cprec.

      *This run's path joins the history once, however often the
      *report is rerun for it.
           Updatehistory.
            MOVE 0 TO histseen
            OPEN INPUT cphistfile
            IF cphiststatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ cphistfile INTO cphistrec
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF cphistrec(1:11) = runid THEN
                 MOVE 1 TO histseen
                END-IF
              END-READ
             END-PERFORM
             CLOSE cphistfile
            END-IF
            IF histseen = 1 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE runid TO chrunid
            MOVE batchend TO chend
            MOVE pathtext TO chpath
            OPEN EXTEND cphistfile
            IF cphiststatus NOT= "00" THEN
             OPEN OUTPUT cphistfile
            END-IF
            IF cphiststatus = "00" THEN
             WRITE cphistrec FROM cphistline
             CLOSE cphistfile
            END-IF.

      *The last maxruns paths, a CHANGED mark where the path moved
      *from the run before, then how many of those runs each job
      *sat on the path - the jobs worth tuning.
           Showshift.
            MOVE 0 TO shiftcount
            OPEN INPUT cphistfile
            IF cphiststatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ cphistfile INTO cphistrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF shiftcount < maxruns THEN
                ADD 1 TO shiftcount
               ELSE
                PERFORM VARYING shiftidx FROM 1 BY 1
                 UNTIL shiftidx >= shiftcount
                 MOVE shiftentry(shiftidx + 1)
                  TO shiftentry(shiftidx)
                END-PERFORM
               END-IF
               MOVE cphistrec TO shiftentry(shiftcount)
             END-READ
            END-PERFORM
            CLOSE cphistfile
            MOVE shiftcount TO numedit2
            MOVE SPACES TO cprec
            STRING "==== PATH OVER THE LAST " FUNCTION TRIM(numedit2)
             " RUN(S) ===="
             DELIMITED BY SIZE INTO cprec
            WRITE cprec
            MOVE SPACES TO prevpath
            MOVE 0 TO pathchanges tallycount
            PERFORM VARYING shiftidx FROM 1 BY 1
             UNTIL shiftidx > shiftcount
             MOVE shiftentry(shiftidx) TO cphistline
             MOVE SPACES TO cprec
             IF shiftidx > 1 AND chpath NOT= prevpath THEN
              ADD 1 TO pathchanges
              STRING "CHANGED " FUNCTION TRIM(shiftentry(shiftidx))
               DELIMITED BY SIZE INTO cprec
             ELSE
              STRING "        " FUNCTION TRIM(shiftentry(shiftidx))
               DELIMITED BY SIZE INTO cprec
             END-IF
             WRITE cprec
             MOVE chpath TO prevpath
             PERFORM Tallypath
            END-PERFORM
            MOVE pathchanges TO numedit2
            MOVE SPACES TO cprec
            STRING "PATH CHANGES " FUNCTION TRIM(numedit2)
             DELIMITED BY SIZE INTO cprec
            WRITE cprec
            PERFORM VARYING tallyidx FROM 1 BY 1
             UNTIL tallyidx > tallycount
             MOVE SPACES TO cprec
             STRING "ON PATH " tallyname(tallyidx) " "
              tallyruns(tallyidx) " OF " shiftcount " RUN(S)"
              DELIMITED BY SIZE INTO cprec
             WRITE cprec
            END-PERFORM.

      *Every job named on one history path counted once.
           Tallypath.
            MOVE 1 TO pathtokptr
            PERFORM UNTIL pathtokptr > 300
             MOVE SPACES TO pathtok
             UNSTRING chpath DELIMITED BY " > "
              INTO pathtok WITH POINTER pathtokptr
             IF pathtok = SPACES THEN
              MOVE 301 TO pathtokptr
             ELSE
              MOVE 0 TO tallyhit
              PERFORM VARYING tallyidx FROM 1 BY 1
               UNTIL tallyidx > tallycount
               IF tallyname(tallyidx) = pathtok THEN
                MOVE tallyidx TO tallyhit
               END-IF
              END-PERFORM
              IF tallyhit = 0 AND tallycount < 30 THEN
               ADD 1 TO tallycount
               MOVE tallycount TO tallyhit
               MOVE pathtok TO tallyname(tallyhit)
               MOVE 0 TO tallyruns(tallyhit)
              END-IF
              IF tallyhit > 0 THEN
               ADD 1 TO tallyruns(tallyhit)
              END-IF
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
