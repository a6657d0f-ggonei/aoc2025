               SELECT historyfile ASSIGN TO historypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS historystatus.
               SELECT metricsfile ASSIGN TO metricspath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS metricsstatus.
               SELECT trendfile ASSIGN TO trendpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS trendstatus.
           FILE SECTION.
             FD historyfile.
             01 historyrec PIC X(40).
             FD metricsfile.
             01 metricsrec PIC X(100).
             FD trendfile.
             01 trendrec PIC X(132).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 historystatus PIC X(2) VALUE SPACES.
             01 trendpath PIC X(250) VALUE SPACES.
             01 trendstatus PIC X(2) VALUE SPACES.
      *day4 part 2's per-generation metrics: the EXAMINED column
      *summed over the last run's generations shows what the
      *frontier spread saves next to the job's elapsed figures.
             01 metricspath PIC X(250) VALUE SPACES.
             01 metricsstatus PIC X(2) VALUE SPACES.
             01 metricseof PIC 9(1) VALUE 0.
             01 cellsexamined PIC 9(12) VALUE 0.
             01 examinedfound PIC 9(1) VALUE 0.
             01 examinedtext PIC Z(11)9.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 rawruns PIC X(3) VALUE SPACES.
               02 tlname PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 tlhistory PIC X(60).
               02 tlexlabel PIC X(10).
               02 tlexamined PIC X(12).
               02 FILLER PIC X(5) VALUE " AVG ".
               02 tlavg PIC Z(6)9.
               02 FILLER PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
      *Shows each job's elapsed-seconds trend over the last N runs
      *recorded in the permanent run history (day4 part 2 also shows
      *the cells its last run examined), and flags any job whose
      *latest time grew more than a configurable percentage over its
      *prior average. day8-p1 degraded for weeks before anyone
      *noticed; this catches the next slow slide early.
            STRING FUNCTION TRIM(batchroot) '/runtrend.txt'
             DELIMITED BY SIZE INTO trendpath
           END-IF
           ACCEPT metricspath FROM ENVIRONMENT "DAY4_METRICS"
           IF metricspath = SPACES THEN
            MOVE "DAY4_METRICS" TO confkey
            PERFORM Getconfig
            MOVE confval TO metricspath
           END-IF
           IF metricspath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/day4/metrics.txt'
             DELIMITED BY SIZE INTO metricspath
           END-IF
           ACCEPT rawruns FROM ENVIRONMENT "RUNTREND_RUNS"
           IF rawruns = SPACES THEN
            MOVE "RUNTREND_RUNS" TO confkey
            END-READ
           END-PERFORM
           CLOSE historyfile
           PERFORM Readmetrics
           OPEN OUTPUT trendfile
           MOVE "trendfile" TO errfile
           MOVE trendstatus TO errstatus
              DELIMITED BY SIZE INTO histtext WITH POINTER histptr
            END-PERFORM
            MOVE histtext TO tlhistory
            MOVE SPACES TO tlexlabel tlexamined
            IF tjname(jobidx) = "day4-p2" AND examinedfound = 1 THEN
             MOVE " EXAMINED " TO tlexlabel
             MOVE cellsexamined TO examinedtext
             MOVE FUNCTION TRIM(examinedtext) TO tlexamined
            END-IF
            MOVE SPACES TO tlflag
            MOVE 0 TO tlavg
            IF tjcount(jobidx) > 1 THEN
            END-IF
            WRITE trendrec FROM trendline.

      *Cells examined over every generation of day4 part 2's last
      *run, off the GEN lines of its metrics file (grid markers
      *and anything older than the EXAMINED column are skipped).
           Readmetrics.
            OPEN INPUT metricsfile
            IF metricsstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL metricseof = 1
             READ metricsfile
              AT END
               MOVE 1 TO metricseof
              NOT AT END
               IF metricsrec(1:4) = "GEN "
                AND metricsrec(67:10) = " EXAMINED " THEN
                MOVE 1 TO examinedfound
                COMPUTE cellsexamined = cellsexamined +
                 FUNCTION NUMVAL(metricsrec(77:6))
               END-IF
             END-READ
            END-PERFORM
            CLOSE metricsfile.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
