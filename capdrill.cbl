             01 numjobs PIC 9(2) VALUE 20.
             01 jobdir PIC X(4) VALUE SPACES.
             01 gencmd PIC X(600) VALUE SPACES.
             01 runcmd PIC X(8000) VALUE SPACES.
             01 runptr PIC 9(4) VALUE 1.
             01 jobrawcode PIC S9(9) VALUE 0.
             01 drillinput PIC X(250) VALUE SPACES.
      *cap is declared for that job's volume dimension.
             01 ceiling-values.
               02 FILLER PIC 9(8) VALUE 00000010.
               02 FILLER PIC 9(8) VALUE 00200000.
               02 FILLER PIC 9(8) VALUE 00000000.
               02 FILLER PIC 9(8) VALUE 00000000.
               02 FILLER PIC 9(8) VALUE 00009999.
               02 FILLER PIC 9(8) VALUE 00009999.
               02 FILLER PIC 9(8) VALUE 00000000.
               02 FILLER PIC 9(8) VALUE 00009999.
               02 FILLER PIC 9(8) VALUE 00000500.
               02 FILLER PIC 9(8) VALUE 00000100.
               02 FILLER PIC 9(8) VALUE 00000100.
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
             "/capwork_check.txt "
             "EXCEPTIONS_REPO=" FUNCTION TRIM(batchroot)
             "/capwork_exc.txt "
             "ANSWER_MASTER=" FUNCTION TRIM(batchroot)
             "/capwork_ansmaster.idx "
             "ANSWER_JOURNAL=" FUNCTION TRIM(batchroot)
             "/capwork_ansjournal.txt "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY" capday "_REPORTDATE=00000000 "
             "DAY" capday "_P1_REPORTDATE=00000000 "
             "DAY1_CONTINUE=N "
             "DAY1_ALERTS=" FUNCTION TRIM(batchroot)
             "/capwork_alerts "
             "DAY1_REJECTS=" FUNCTION TRIM(batchroot)
             "/capwork_rejects "
             "DAY1_HELD=" FUNCTION TRIM(batchroot)
             "/capwork_heldinstr.txt "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY2_P2_DETAIL=" FUNCTION TRIM(batchroot)
             "/capwork_rangedetail.txt "
             "/capwork_exceptions2.txt "
             "DAY2_P2_EXTRACT=" FUNCTION TRIM(batchroot)
             "/capwork_echoextract "
             "DAY2_P2_PATTERNS=" FUNCTION TRIM(batchroot)
             "/capwork_echopatterns "
             "DAY3_P2_DETAIL=" FUNCTION TRIM(batchroot)
             "/capwork_selections.txt "
             "DAY3_P2_MARGINS=" FUNCTION TRIM(batchroot)
             "/capwork_margins.txt "
             "DAY3_P2_HISTORY=" FUNCTION TRIM(batchroot)
             "/capwork_adapterhistory.txt "
             "DAY3_P2_CHANGES=" FUNCTION TRIM(batchroot)
             "/capwork_selchanges "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY4_SNAPSHOT=" FUNCTION TRIM(batchroot)
             "/capwork_spread.txt "
             "/capwork_metrics.txt "
             "DAY4_GENCKPT=" FUNCTION TRIM(batchroot)
             "/capwork_genckpt.txt "
             "DAY4_AGEMAP=" FUNCTION TRIM(batchroot)
             "/capwork_agemap.txt "
             "DAY4_CLUSTERS=" FUNCTION TRIM(batchroot)
             "/capwork_clusters.txt "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY5_P1_RESULT=" FUNCTION TRIM(batchroot)
             "/capwork_p1result.txt "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY6_P2_REJECTS=" FUNCTION TRIM(batchroot)
             "/capwork_p2rejects6 "
             "DAY6_P2_DETAIL=" FUNCTION TRIM(batchroot)
             "/capwork_p2detail6 "
             "DAY7_TRACE=" FUNCTION TRIM(batchroot)
             "/capwork_trace.txt "
             "DAY7_SUMMARY=" FUNCTION TRIM(batchroot)
             "/capwork_beamsummary.txt "
             "DAY7_SPLITTERS=" FUNCTION TRIM(batchroot)
             "/capwork_splitters.txt "
             "DAY7_BOARDMASTER=" FUNCTION TRIM(batchroot)
             "/capwork_boardmaster.txt "
             "DAY7_BOARDHISTORY=" FUNCTION TRIM(batchroot)
             "/capwork_boardhistory.txt "
             "DAY7_BOARDREPORT=" FUNCTION TRIM(batchroot)
             "/capwork_boardreport "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY8_P1_MEMBERSHIP=" FUNCTION TRIM(batchroot)
             "/capwork_membership.txt "
             "/capwork_p1checkpoint "
             "DAY8_P2_CHECKPOINT=" FUNCTION TRIM(batchroot)
             "/capwork_p2checkpoint "
             "DAY8_P1_GEOMETRY=" FUNCTION TRIM(batchroot)
             "/capwork_geometry "
             "DAY8_P1_SWEEPREPORT=" FUNCTION TRIM(batchroot)
             "/capwork_p1sweep "
             "DAY8_P1_BASELINE=" FUNCTION TRIM(batchroot)
             "/capwork_p1baseline "
             "DAY8_P2_MERGELOG=" FUNCTION TRIM(batchroot)
             "/capwork_p2merges "
             "DAY8_P2_BASELINE=" FUNCTION TRIM(batchroot)
             "/capwork_p2baseline "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING "DAY9_P1_OUTPUT=" FUNCTION TRIM(batchroot)
             "/capwork_output9p1 "
             "/capwork_ties.txt "
             "DAY9_P2_BASELINE=" FUNCTION TRIM(batchroot)
             "/capwork_searchbaseline.txt "
             "DAY9_P2_PLOT=" FUNCTION TRIM(batchroot)
             "/capwork_p2plot "
             DELIMITED BY SIZE INTO runcmd WITH POINTER runptr
            STRING FUNCTION TRIM(batchroot) "/"
             FUNCTION TRIM(jobdir) "/"
