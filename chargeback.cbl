       IDENTIFICATION DIVISION.
       PROGRAM-ID. chargeback.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT historyfile ASSIGN TO historypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS historystatus.
               SELECT registryfile ASSIGN TO registrypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS registrystatus.
               SELECT mapfile ASSIGN TO mappath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS mapstatus.
               SELECT probefile ASSIGN TO probepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS probestatus.
               SELECT runlogfile ASSIGN TO runlogpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS runlogstatus.
               SELECT stmtfile ASSIGN TO stmtpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS stmtstatus.

       DATA DIVISION.
           FILE SECTION.
             FD historyfile.
             01 historyrec PIC X(40).
             FD registryfile.
             01 registryrec PIC X(340).
             FD mapfile.
             01 maprec PIC X(80).
             FD probefile.
             01 proberec PIC X(80).
             FD runlogfile.
             01 runlogrec PIC X(170).
             FD stmtfile.
             01 stmtrec PIC X(100).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 historypath PIC X(250) VALUE SPACES.
             01 historystatus PIC X(2) VALUE SPACES.
             01 registrypath PIC X(250) VALUE SPACES.
             01 registrystatus PIC X(2) VALUE SPACES.
             01 mappath PIC X(250) VALUE SPACES.
             01 mapstatus PIC X(2) VALUE SPACES.
             01 probepath PIC X(250) VALUE SPACES.
             01 probestatus PIC X(2) VALUE SPACES.
             01 stmtbase PIC X(250) VALUE SPACES.
             01 stmtpath PIC X(250) VALUE SPACES.
             01 stmtstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 chargemonth PIC X(6) VALUE SPACES.
             01 firstofmonth PIC 9(8) VALUE 0.
             01 firstofmonthx REDEFINES firstofmonth PIC X(8).
             01 workint PIC 9(8) VALUE 0.
             01 workdate PIC 9(8) VALUE 0.
             01 workdatex REDEFINES workdate PIC X(8).
      *Job-to-department mapping, maintained by finance: one
      *"<job-or-dayN> <department>" pair per line, * for comments.
      *A job matches its own name first, then its day directory;
      *anything unmapped is charged to UNASSIGNED so the month
      *still reconciles.
             01 mapcount PIC 9(2) VALUE 0.
             01 mapidx PIC 9(2) VALUE 0.
             01 maptab.
               02 mapentry OCCURS 50 TIMES.
                 03 mapkey PIC X(14).
                 03 mapdept PIC X(12).
             01 mtok1 PIC X(14) VALUE SPACES.
             01 mtok2 PIC X(12) VALUE SPACES.
             01 lookjob PIC X(14) VALUE SPACES.
             01 lookdept PIC X(12) VALUE SPACES.
      *Per-department accumulators for the statements.
             01 deptcount PIC 9(2) VALUE 0.
             01 deptidx PIC 9(2) VALUE 0.
             01 deptfound PIC 9(2) VALUE 0.
             01 depttab.
               02 deptentry OCCURS 30 TIMES.
                 03 dname PIC X(12).
                 03 druns PIC 9(5).
                 03 dretries PIC 9(5).
                 03 delapsed PIC 9(9).
                 03 dartifacts PIC 9(6).
      *Per-job accumulators, listed under their department.
             01 jobcount PIC 9(2) VALUE 0.
             01 jobidx PIC 9(2) VALUE 0.
             01 jobfound PIC 9(2) VALUE 0.
             01 jobacctab.
               02 jobaccentry OCCURS 60 TIMES.
                 03 janame PIC X(14).
                 03 jadept PIC 9(2).
                 03 jaruns PIC 9(5).
                 03 jaretries PIC 9(5).
                 03 jaelapsed PIC 9(9).
      *Run-history record as the driver writes it.
             01 histjob PIC X(14) VALUE SPACES.
             01 histsecs PIC 9(7) VALUE 0.
             01 histattempt PIC 9(2) VALUE 0.
             01 monthelapsed PIC 9(9) VALUE 0.
             01 deptelapsed PIC 9(9) VALUE 0.
             01 histrecs PIC 9(6) VALUE 0.
             01 artifactcount PIC 9(6) VALUE 0.
             01 artifactkept PIC 9(6) VALUE 0.
             01 pathpos PIC 9(3) VALUE 0.
             01 artdir PIC X(14) VALUE SPACES.
             01 sharework PIC 9(3)V99 VALUE 0.
             01 balanced PIC 9(1) VALUE 1.
      *The month's wall-clock batch window: the batch elapsed the
      *driver logs at the end of every run, read back off each
      *day's run log for the month.
             01 runlogpath PIC X(250) VALUE SPACES.
             01 runlogstatus PIC X(2) VALUE SPACES.
             01 runlogday PIC 9(2) VALUE 0.
             01 batchelapsed PIC 9(9) VALUE 0.
             01 batchruns PIC 9(4) VALUE 0.
             01 elapseddiff PIC S9(9) VALUE 0.
             01 elapseddiffx PIC -(9)9.
             01 chargegapx PIC -(9)9.
             01 stmtline.
               02 FILLER PIC X(2) VALUE SPACES.
               02 stlname PIC X(14).
               02 FILLER PIC X(6) VALUE " RUNS ".
               02 stlruns PIC Z(4)9.
               02 FILLER PIC X(9) VALUE " RETRIES ".
               02 stlretries PIC Z(4)9.
               02 FILLER PIC X(9) VALUE " ELAPSED ".
               02 stlelapsed PIC Z(8)9.
               02 FILLER PIC X(7) VALUE " SHARE ".
               02 stlshare PIC ZZ9.99.
               02 FILLER PIC X(1) VALUE "%".

       PROCEDURE DIVISION.
      *Monthly batch chargeback: run history (elapsed seconds and
      *attempts per job) and the run registry (artifacts per day
      *directory) are charged to the departments that own the
      *days, one statement per department - job runs, retries,
      *elapsed seconds, share of the month's batch window and the
      *artifacts still kept on disk in retention. The department
      *elapsed totals must reconcile to the month's run history -
      *every record charged exactly once - or the gap is reported
      *and the return code goes nonzero. The batch elapsed the
      *driver logged run by run is shown beside it.
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
           ACCEPT registrypath FROM ENVIRONMENT "RUN_REGISTRY"
           IF registrypath = SPACES THEN
            MOVE "RUN_REGISTRY" TO confkey
            PERFORM Getconfig
            MOVE confval TO registrypath
           END-IF
           IF registrypath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/runregistry.txt'
             DELIMITED BY SIZE INTO registrypath
           END-IF
           ACCEPT mappath FROM ENVIRONMENT "CHARGEBACK_MAP"
           IF mappath = SPACES THEN
            MOVE "CHARGEBACK_MAP" TO confkey
            PERFORM Getconfig
            MOVE confval TO mappath
           END-IF
           IF mappath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/chargemap.txt'
             DELIMITED BY SIZE INTO mappath
           END-IF
           ACCEPT stmtbase FROM ENVIRONMENT "CHARGEBACK_REPORT"
           IF stmtbase = SPACES THEN
            MOVE "CHARGEBACK_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO stmtbase
           END-IF
           IF stmtbase = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/chargeback'
             DELIMITED BY SIZE INTO stmtbase
           END-IF
      *The month charged defaults to the one just closed.
           ACCEPT chargemonth FROM ENVIRONMENT "CHARGEBACK_MONTH"
           IF chargemonth = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:6) TO firstofmonthx(1:6)
            MOVE "01" TO firstofmonthx(7:2)
            COMPUTE workint =
             FUNCTION INTEGER-OF-DATE(firstofmonth) - 1
            COMPUTE workdate = FUNCTION DATE-OF-INTEGER(workint)
            MOVE workdatex(1:6) TO chargemonth
           END-IF
           PERFORM Loadmap
           PERFORM Readhistory
           PERFORM Readregistry
           PERFORM Readbatchelapsed
           STRING FUNCTION TRIM(stmtbase) "_" chargemonth ".txt"
            DELIMITED BY SIZE INTO stmtpath
           OPEN OUTPUT stmtfile
           MOVE "stmtfile" TO errfile
           MOVE stmtstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO stmtrec
           STRING "==== BATCH CHARGEBACK " chargemonth " ===="
            DELIMITED BY SIZE INTO stmtrec
           WRITE stmtrec
           MOVE 0 TO deptelapsed
           PERFORM VARYING deptidx FROM 1 BY 1
            UNTIL deptidx > deptcount
            PERFORM Writestatement
           END-PERFORM
           IF deptelapsed NOT= monthelapsed THEN
            MOVE 0 TO balanced
           END-IF
           MOVE SPACES TO stmtrec
           IF balanced = 1 THEN
            STRING "RECONCILED DEPARTMENTS " deptelapsed
             " = RUN HISTORY " monthelapsed
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
           ELSE
            STRING "OUT OF BALANCE DEPARTMENTS " deptelapsed
             " RUN HISTORY " monthelapsed
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
            COMPUTE elapseddiff = monthelapsed - deptelapsed
            MOVE elapseddiff TO chargegapx
            MOVE SPACES TO stmtrec
            STRING "  UNCHARGED " FUNCTION TRIM(chargegapx)
             " SECOND(S) OF RUN HISTORY"
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
           END-IF
      *Job seconds against the runs' wall clock: parallel waves
      *put more job seconds than batch seconds, driver overhead
      *the other way. Shown for the window planners, not balanced.
           COMPUTE elapseddiff = monthelapsed - batchelapsed
           MOVE elapseddiff TO elapseddiffx
           MOVE SPACES TO stmtrec
           STRING "BATCH ELAPSED " batchelapsed " (" batchruns
            " RUN(S)) - JOB SECONDS OVER BATCH ELAPSED "
            FUNCTION TRIM(elapseddiffx)
            DELIMITED BY SIZE INTO stmtrec
           WRITE stmtrec
           MOVE SPACES TO stmtrec
           STRING "ARTIFACTS REGISTERED " artifactcount
            " KEPT " artifactkept
            DELIMITED BY SIZE INTO stmtrec
           WRITE stmtrec
           CLOSE stmtfile
           CALL "runreg" USING stmtpath
           MOVE SPACES TO logmsg
           STRING "chargeback " chargemonth " - " deptcount
            " department(s), " histrecs " run record(s) at "
            FUNCTION TRIM(stmtpath)
            DELIMITED BY SIZE INTO logmsg
           IF balanced = 1 THEN
            MOVE "INFO " TO logsev
           ELSE
            MOVE "ERROR" TO logsev
           END-IF
           PERFORM Log
           MOVE SPACES TO logmsg
           STRING "chargeback " chargemonth " - job seconds "
            monthelapsed " batch elapsed " batchelapsed
            " over " batchruns " run(s), overlap less overhead "
            FUNCTION TRIM(elapseddiffx)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           IF balanced = 0 THEN
            MOVE SPACES TO logmsg
            STRING "chargeback " chargemonth " out of balance - "
             FUNCTION TRIM(chargegapx) " second(s) of run history "
             "charged to no department"
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
           END-IF
           IF balanced = 0 THEN
            MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

           Checkstatus.
            IF errstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "file error on " errfile " - status " errstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF.

      *Finance's job-to-department pairs.
           Loadmap.
            OPEN INPUT mapfile
            IF mapstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no chargeback map at " FUNCTION TRIM(mappath)
              " - everything charged to UNASSIGNED"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ mapfile INTO maprec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF maprec NOT= SPACES
                AND maprec(1:1) NOT= "*" THEN
                MOVE SPACES TO mtok1 mtok2
                UNSTRING maprec DELIMITED BY ALL SPACES
                 INTO mtok1 mtok2
                IF mtok1 NOT= SPACES AND mtok2 NOT= SPACES
                 AND mapcount < 50 THEN
                 ADD 1 TO mapcount
                 MOVE mtok1 TO mapkey(mapcount)
                 MOVE mtok2 TO mapdept(mapcount)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE mapfile.

      *Every history record of the charged month, by job.
           Readhistory.
            OPEN INPUT historyfile
            IF historystatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ historyfile INTO historyrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF historyrec(1:6) = chargemonth THEN
                ADD 1 TO histrecs
                MOVE historyrec(10:14) TO histjob
                COMPUTE histsecs =
                 FUNCTION NUMVAL(historyrec(25:7))
                IF historyrec(34:2) IS NUMERIC THEN
                 MOVE historyrec(34:2) TO histattempt
                ELSE
                 MOVE 1 TO histattempt
                END-IF
                ADD histsecs TO monthelapsed
                PERFORM Findjobacc
                IF jobfound > 0 THEN
                 IF histattempt > 1 THEN
                  ADD 1 TO jaretries(jobfound)
                  ADD 1 TO dretries(jadept(jobfound))
                 ELSE
                  ADD 1 TO jaruns(jobfound)
                  ADD 1 TO druns(jadept(jobfound))
                 END-IF
                 ADD histsecs TO jaelapsed(jobfound)
                 ADD histsecs TO delapsed(jadept(jobfound))
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE historyfile.

      *Batch elapsed of every run in the month, off the "batch
      *elapsed seconds" line the driver logs as each run closes.
      *The run log is one file per day; days with no log had no
      *run.
           Readbatchelapsed.
            PERFORM VARYING runlogday FROM 1 BY 1
             UNTIL runlogday > 31
             MOVE SPACES TO runlogpath
             STRING FUNCTION TRIM(batchroot) "/runlog_" chargemonth
              runlogday ".txt"
              DELIMITED BY SIZE INTO runlogpath
             OPEN INPUT runlogfile
             IF runlogstatus = "00" THEN
              MOVE 0 TO eof
              PERFORM UNTIL eof = 1
               READ runlogfile
                AT END
                 MOVE 1 TO eof
                NOT AT END
                 IF runlogrec(23:23) = "batch elapsed seconds: "
                  THEN
                  ADD 1 TO batchruns
                  COMPUTE batchelapsed = batchelapsed +
                   FUNCTION NUMVAL(runlogrec(46:9))
                 END-IF
               END-READ
              END-PERFORM
              CLOSE runlogfile
             END-IF
            END-PERFORM.

      *Accumulator slot for histjob, created (with its department)
      *on first sight.
           Findjobacc.
            MOVE 0 TO jobfound
            PERFORM VARYING jobidx FROM 1 BY 1
             UNTIL jobidx > jobcount
             IF janame(jobidx) = histjob THEN
              MOVE jobidx TO jobfound
             END-IF
            END-PERFORM
            IF jobfound > 0 OR jobcount NOT< 60 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE histjob TO lookjob
            PERFORM Resolvedept
            PERFORM Finddept
            IF deptfound = 0 THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO jobcount
            MOVE jobcount TO jobfound
            MOVE histjob TO janame(jobfound)
            MOVE deptfound TO jadept(jobfound)
            MOVE 0 TO jaruns(jobfound) jaretries(jobfound)
             jaelapsed(jobfound).

      *Department for lookjob: its own name, then its day
      *directory, then any job mapped under that directory.
           Resolvedept.
            MOVE "UNASSIGNED" TO lookdept
            PERFORM VARYING mapidx FROM mapcount BY -1
             UNTIL mapidx < 1
             IF mapkey(mapidx)(1:4) = lookjob(1:4) THEN
              MOVE mapdept(mapidx) TO lookdept
             END-IF
            END-PERFORM
            PERFORM VARYING mapidx FROM 1 BY 1
             UNTIL mapidx > mapcount
             IF mapkey(mapidx) = lookjob(1:4) THEN
              MOVE mapdept(mapidx) TO lookdept
             END-IF
            END-PERFORM
            PERFORM VARYING mapidx FROM 1 BY 1
             UNTIL mapidx > mapcount
             IF mapkey(mapidx) = lookjob THEN
              MOVE mapdept(mapidx) TO lookdept
             END-IF
            END-PERFORM.

      *Department slot for lookdept, created on first sight.
           Finddept.
            MOVE 0 TO deptfound
            PERFORM VARYING deptidx FROM 1 BY 1
             UNTIL deptidx > deptcount
             IF dname(deptidx) = lookdept THEN
              MOVE deptidx TO deptfound
             END-IF
            END-PERFORM
            IF deptfound > 0 OR deptcount NOT< 30 THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO deptcount
            MOVE deptcount TO deptfound
            MOVE lookdept TO dname(deptfound)
            MOVE 0 TO druns(deptfound) dretries(deptfound)
             delapsed(deptfound) dartifacts(deptfound).

      *Registry artifacts of the month, charged by the day
      *directory in their path; those still on disk are the ones
      *kept in retention. Batch-level artifacts outside any day
      *directory are charged to SHARED.
           Readregistry.
            OPEN INPUT registryfile
            IF registrystatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ registryfile INTO registryrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF registryrec(1:6) = chargemonth THEN
                ADD 1 TO artifactcount
                MOVE registryrec(33:250) TO probepath
                OPEN INPUT probefile
                IF probestatus = "00" THEN
                 CLOSE probefile
                 ADD 1 TO artifactkept
                 PERFORM Chargeartifact
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE registryfile.

           Chargeartifact.
            MOVE SPACES TO artdir
            PERFORM VARYING pathpos FROM 1 BY 1
             UNTIL pathpos > 244 OR artdir NOT= SPACES
             IF probepath(pathpos:4) = "/day"
              AND probepath(pathpos + 4:1) IS NUMERIC
              AND probepath(pathpos + 5:1) = "/" THEN
              MOVE probepath(pathpos + 1:4) TO artdir
             END-IF
            END-PERFORM
            IF artdir = SPACES THEN
             MOVE "SHARED" TO lookdept
            ELSE
             MOVE artdir TO lookjob
             PERFORM Resolvedept
            END-IF
            PERFORM Finddept
            IF deptfound > 0 THEN
             ADD 1 TO dartifacts(deptfound)
            END-IF.

      *One department's statement: its jobs, then its totals.
           Writestatement.
            MOVE SPACES TO stmtrec
            WRITE stmtrec
            MOVE SPACES TO stmtrec
            STRING "STATEMENT " dname(deptidx) " " chargemonth
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
            PERFORM VARYING jobidx FROM 1 BY 1
             UNTIL jobidx > jobcount
             IF jadept(jobidx) = deptidx THEN
              MOVE janame(jobidx) TO stlname
              MOVE jaruns(jobidx) TO stlruns
              MOVE jaretries(jobidx) TO stlretries
              MOVE jaelapsed(jobidx) TO stlelapsed
              MOVE jaelapsed(jobidx) TO histsecs
              PERFORM Computeshare
              MOVE sharework TO stlshare
              WRITE stmtrec FROM stmtline
             END-IF
            END-PERFORM
            MOVE "TOTAL" TO stlname
            MOVE druns(deptidx) TO stlruns
            MOVE dretries(deptidx) TO stlretries
            MOVE delapsed(deptidx) TO stlelapsed
            MOVE delapsed(deptidx) TO histsecs
            PERFORM Computeshare
            MOVE sharework TO stlshare
            WRITE stmtrec FROM stmtline
            MOVE SPACES TO stmtrec
            STRING "  ARTIFACTS KEPT IN RETENTION "
             dartifacts(deptidx)
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
            ADD delapsed(deptidx) TO deptelapsed.

      *Share of the month's batch elapsed, in percent.
           Computeshare.
            IF monthelapsed = 0 THEN
             MOVE 0 TO sharework
            ELSE
             COMPUTE sharework ROUNDED =
              histsecs * 100 / monthelapsed
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
