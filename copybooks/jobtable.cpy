             01 jobtable-values.
               02 FILLER PIC X(14) VALUE "day1          ".
               02 FILLER PIC X(14) VALUE "day2          ".
               02 FILLER PIC X(14) VALUE "day3-p1       ".
               02 FILLER PIC X(14) VALUE "day3-p2       ".
               02 FILLER PIC X(14) VALUE "day4-p1       ".
               02 FILLER PIC X(14) VALUE "day5-p1       ".
               02 FILLER PIC X(14) VALUE "day5-p2       ".
               02 FILLER PIC X(14) VALUE "day5-reconcile".
               02 FILLER PIC X(14) VALUE "day5-regrecon ".
               02 FILLER PIC X(14) VALUE "day6-p2       ".
               02 FILLER PIC X(14) VALUE "day7-p1       ".
               02 FILLER PIC X(14) VALUE "day7-p2       ".
             01 jobexe-values.
               02 FILLER PIC X(14) VALUE "day1          ".
               02 FILLER PIC X(14) VALUE "day2          ".
               02 FILLER PIC X(14) VALUE "day3_p1       ".
               02 FILLER PIC X(14) VALUE "day3_p2       ".
               02 FILLER PIC X(14) VALUE "day4          ".
               02 FILLER PIC X(14) VALUE "day5_p1       ".
               02 FILLER PIC X(14) VALUE "day5_p2       ".
               02 FILLER PIC X(14) VALUE "day5_reconcile".
               02 FILLER PIC X(14) VALUE "day5_regrecon ".
               02 FILLER PIC X(14) VALUE "day6_p2       ".
               02 FILLER PIC X(14) VALUE "day7          ".
               02 FILLER PIC X(14) VALUE "day7          ".
                 03 jobexe PIC X(14).
             01 jobenv-values.
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE "DAY2_PART=BOTH".
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE "DAY4_PART=P1".
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE SPACES.
               02 FILLER PIC X(44) VALUE "DAY7_PART=P1".
               02 FILLER PIC X(44) VALUE "DAY7_PART=P2".
               02 FILLER PIC X(44) VALUE SPACES.
