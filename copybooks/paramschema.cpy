      *Parameter schema: every key the batch reads through the
      *config service, with its type, whether params.txt must
      *supply it, its allowed range (NUM, and LIST items) or
      *values (ENUM, exact case) and the programs that read it.
      *Types: PATH absolute path, no blanks; NUM number within
      *range; DATE yyyymmdd; MONTH yyyymm; TIME hhmmss; ENUM one
      *of the listed values; LIST comma-separated numbers within
      *range; TEXT free form. A key added to a program is added
      *here in key order and schemacount raised to match; the
      *value and program lists each run over two 20-byte halves
      *split between words.
             01 schemacount PIC 9(3) VALUE 298.
             01 schema-values.
               02 FILLER PIC X(30) VALUE "ANSWER_JOURNAL".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "ansmaster".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "ANSWER_MASTER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "ansmaster".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "BUILDINV_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "buildinv".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "CASE_FILE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "casesrv".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "CASE_NOTES".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "casesrv console".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "CHARGEBACK_MAP".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "chargeback".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "CHARGEBACK_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "chargeback".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "CHECKSTATUS_PATH".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day jobs, provenance".
               02 FILLER PIC X(20) VALUE "scoreboard, driver".
               02 FILLER PIC X(30) VALUE "CRITPATH_HISTORY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "critpath".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "CRITPATH_RUNS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 30.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "critpath".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_ALERTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1 dialstatement".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_AUDIT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1 dialstatement".
               02 FILLER PIC X(20) VALUE "dialstats".
               02 FILLER PIC X(30) VALUE "DAY1_CONTINUE".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_DIALREG".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1 dialreg".
               02 FILLER PIC X(20) VALUE "dialstats".
               02 FILLER PIC X(30) VALUE "DAY1_DIALREG_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "dialreg".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_DIALREG_TXN".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "dialreg".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_DIALSTATS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "dialstats".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_HELD".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_MAINT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_P1_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_P1_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_P1_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1 day1_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_P1_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_P2_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_P2_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_P2_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1 day1_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_P2_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_PREVIEW".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_PREVIEW_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_REJECTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1 dialreg".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_STATE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1 dialstatement".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_STATEMENT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "dialstatement".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_STATEMENT_MONTH".
               02 FILLER PIC X(6) VALUE "MONTHN".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "dialstatement".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY1_THRESHOLDS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_DATASET".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "TEST PROD".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_P2_DATASET".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "TEST PROD".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_P2_DETAIL".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p2".
               02 FILLER PIC X(20) VALUE "rangequery".
               02 FILLER PIC X(30) VALUE "DAY2_P2_EXCEPTIONS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p2".
               02 FILLER PIC X(20) VALUE "rangequery".
               02 FILLER PIC X(30) VALUE "DAY2_P2_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_P2_EXTRACT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 jobs rangequery".
               02 FILLER PIC X(20) VALUE "voidconfirm".
               02 FILLER PIC X(30) VALUE "DAY2_P2_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_P2_PATTERNS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_P2_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_P2_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_PART".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "P1 P2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 jobs rangequery".
               02 FILLER PIC X(20) VALUE "voidconfirm".
               02 FILLER PIC X(30) VALUE "DAY2_VOID_CONFIRM".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "voidconfirm".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_VOID_LEDGER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "handover voidconfirm".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_VOID_MAXAGE".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "voidconfirm".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY2_VOID_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "voidconfirm".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P1_DATASET".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "TEST PROD".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P1_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P1_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P1_INPUTLIST".
               02 FILLER PIC X(6) VALUE "TEXT N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P1_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P1_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_CHANGES".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_DATASET".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "TEST PROD".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_DETAIL".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE "verifyselections".
               02 FILLER PIC X(30) VALUE "DAY3_P2_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_HISTORY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_INPUTLIST".
               02 FILLER PIC X(6) VALUE "TEXT N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_MARGINPCT".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 100.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_MARGINS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_P2_NBATTS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 50.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE "verifyselections".
               02 FILLER PIC X(30) VALUE "DAY3_P2_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE "verifyselections".
               02 FILLER PIC X(30) VALUE "DAY3_P2_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE "verifyselections".
               02 FILLER PIC X(30) VALUE "DAY3_P2_TOPN".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 50.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day3_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY3_VERIFY_EXCEPTIONS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "verifyselections".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_AGEMAP".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_BOUNDARY".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "CORNERS EDGES".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_CKPTGENS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 99999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_CLUSTERS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_DIFF_A".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "snapshotdiff".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_DIFF_B".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "snapshotdiff".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_GENCKPT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_GRIDREJECTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_MAXGEN".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 99999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_METRICS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_PART".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "P1 P2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_SNAPSHOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY4_SPREADMODE".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "FRONTIER FULLSCAN".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day4".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_ASOF_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "masterasof".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_DELTA".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1 reserveids".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_MASTER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1 masterasof".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P1_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P1_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P1_MODE".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "FULL TXN".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P1_REJECTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P1_RESULT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1".
               02 FILLER PIC X(20) VALUE "day5_reconcile".
               02 FILLER PIC X(30) VALUE "DAY5_P2_CHARGEBACK".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P2_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P2_GAPS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p2 reserveids".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P2_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P2_RANGES".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "coverquery day5_p2".
               02 FILLER PIC X(20) VALUE "day5_regrecon".
               02 FILLER PIC X(30) VALUE "DAY5_P2_REJECTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_P2_RESULT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p2".
               02 FILLER PIC X(20) VALUE "day5_reconcile".
               02 FILLER PIC X(30) VALUE "DAY5_PARSED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1 day5_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_RECONCILE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_reconcile".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_REGISTER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_regrecon".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_REGRECON".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_regrecon".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_REGRECON_TOLERANCE".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 999999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_regrecon".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_RESERVE_LEDGER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "reserveids".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_RESERVE_REQUESTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "reserveids".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY5_TXNAUDIT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day5_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY6_P1_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day6_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY6_P2_DETAIL".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day6_p2 verifyblocks".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY6_P2_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day6_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY6_P2_REJECTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day6_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY6_P2_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day6_p2 verifyblocks".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY6_P2_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day6_p2 verifyblocks".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_BOARDHISTORY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_BOARDMASTER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_BOARDREPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_PART".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "P1 P2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7 verifybeams".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7 verifybeams".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_SPLITTERS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_SUMMARY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7 verifybeams".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY7_TRACE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day7 verifybeams".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_EDGES_NEW".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "topodiff".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_EDGES_OLD".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "topodiff".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_BASELINE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_CHECKPOINT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_EDGES".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_GEOMETRY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_INCREMENTAL".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_MAXPOINTS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 9999999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_MEMBERSHIP".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_PAIRS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 99999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_PAIRSFILE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_SWEEP".
               02 FILLER PIC X(6) VALUE "LIST N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 99999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_SWEEPREPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P1_XREF".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p1 xrefquery".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_BASELINE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_CHECKPOINT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_INCREMENTAL".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_MAXPOINTS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 9999999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_MERGELOG".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_PAIRS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_P2_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day8_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_QUERY_FILE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "xrefquery".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_QUERY_RESPONSE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "xrefquery".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY8_TOPODIFF".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "topodiff".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P1_CORRECTIONS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P1_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P1_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P1_OUTPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P1_REJECTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P1_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P1_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p1".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_BASELINE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_CKPTROWS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 99999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_CORRECTIONS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_EXPECTED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_INPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_MODE".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "HEURISTIC EXHAUSTIVE".
               02 FILLER PIC X(20) VALUE "COMBINE INCREMENTAL".
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_OUTPUT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2 verifyrect".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_PLOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_PLOTHEIGHT".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 10.
               02 FILLER PIC 9(9) VALUE 200.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_PLOTTIES".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 9.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_PLOTWIDTH".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 10.
               02 FILLER PIC 9(9) VALUE 200.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_REJECTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2 verifyrect".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2 verifyrect".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_SEARCHCKPT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_SHARD".
               02 FILLER PIC X(6) VALUE "TEXT N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_SHARDRES".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_SHARDS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 99.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_TIEPCT".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 100.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_P2_TIES".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day9_p2 verifyrect".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_VERIFY_SAMPLE".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 999999999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "verifyrect".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DAY9_VERIFY_SEED".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 999999999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "verifyrect".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DIST_CUTOFF_HOURS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "distrib".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DIST_LEDGER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "distrib".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DIST_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "distrib".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DIST_SUBSCRIBERS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "distrib".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver and batch".
               02 FILLER PIC X(20) VALUE "utilities".
               02 FILLER PIC X(30) VALUE "DRIVER_CHECKPOINT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_DEGRADED".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_GATE".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "ON OFF".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_JOBCONTROL".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "critpath driver".
               02 FILLER PIC X(20) VALUE "impact readiness".
               02 FILLER PIC X(30) VALUE "DRIVER_READY".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "ON OFF".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "critpath driver".
               02 FILLER PIC X(20) VALUE "stager statuspage".
               02 FILLER PIC X(30) VALUE "DRIVER_RUNHISTORY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver runtrend and".
               02 FILLER PIC X(20) VALUE "history reports".
               02 FILLER PIC X(30) VALUE "DRIVER_SHADOW".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_SHADOWDIR".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_SHADOWREPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_SLAWATCH".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "DRIVER_WINDOWEND".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver handover".
               02 FILLER PIC X(20) VALUE "weeklyroll".
               02 FILLER PIC X(30) VALUE "DW_OUTBOUND".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "dwextract".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "EXCEPTIONS_REPO".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day jobs, verifiers".
               02 FILLER PIC X(20) VALUE "driver excrecur".
               02 FILLER PIC X(30) VALUE "EXCSUMMARY_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "exceptsummary".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "EXCSUMMARY_DATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "exceptsummary".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "EXCSUMMARY_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "exceptsummary".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "FEEDSCORE_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "feedscore".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "FEED_LEDGER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "feedscore".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "FEED_SUPPLIERS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "feedscore".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "GATE_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "manifestgate".
               02 FILLER PIC X(20) VALUE "manifestprof".
               02 FILLER PIC X(30) VALUE "GATE_MANIFEST".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "manifestgate/prof".
               02 FILLER PIC X(20) VALUE "readiness".
               02 FILLER PIC X(30) VALUE "GATE_RESULTS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver manifestgate".
               02 FILLER PIC X(20) VALUE "provenance".
               02 FILLER PIC X(30) VALUE "GEN_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "testgen".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "INPUTDIFF_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "inputdiff".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "LEGALHOLD_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "holdrep".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "LEGAL_HOLDS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "changectl holdrep".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "OWNERCHECK_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "ownercheck".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PARAMCHECK_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "paramcheck".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PROFILE_DRIFTPCT".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 99.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "manifestprof".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PROFILE_PROPOSED".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "manifestprof".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PROFILE_REVIEW".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "manifestprof".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PROFILE_SAMPLES".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 99.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "manifestprof".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PROFILE_WINDOW".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "manifestprof".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PROVISION_CHANGES".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "provision".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PROVISION_RULES".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "provision".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "PROV_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "provenance".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RANGEMERGE_MODE".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "SWEEP PAIRWISE".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "day2 day2_p2 day5_p2".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "READY_MINFREE_KB".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 999999999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "readiness".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "READY_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "readiness".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "READY_SORTWORK_KB".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 999999999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "readiness".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "READY_SPACE_FACTOR".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 99.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "readiness".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RECERT_DAYS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 365.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "recert".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RECERT_FILE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "recert".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RECERT_IDLE_DAYS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "recert".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RECERT_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "recert".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RECUR_THRESHOLD".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 99.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "excrecur".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "REGAUDIT_MODE".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "AUDIT VERIFY".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "regaudit".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "REGAUDIT_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "regaudit".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "REGAUDIT_WINDOW".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "regaudit".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "REGRESS_LEDGER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "changectl regress".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RUNBOOK_FILE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "runbook".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RUNBOOK_GAPS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "runbookgap".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RUNTREND_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "runtrend".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RUNTREND_PCT".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "runtrend statuspage".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RUNTREND_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "runtrend".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RUNTREND_RUNS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 10.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "runtrend".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "RUN_REGISTRY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "chargeback impact".
               02 FILLER PIC X(20) VALUE "provenance regaudit".
               02 FILLER PIC X(30) VALUE "SCHED_INTERFACE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "driver".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SCOREBOARD_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "scoreboard".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SCOREBOARD_HISTORY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "scoreboard".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SCOREBOARD_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "scoreboard slawatch".
               02 FILLER PIC X(20) VALUE "statuspage".
               02 FILLER PIC X(30) VALUE "SCOREBOARD_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "scoreboard".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SCOREBOARD_TREND".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "scoreboard".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SECFWD_DROP".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "secforward".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SECFWD_FACILITY".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 23.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "secforward".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SECFWD_MARKS".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "secforward".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SECFWD_SDID".
               02 FILLER PIC X(6) VALUE "TEXT N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "secforward".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SLA_FILE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "slawatch".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SLA_LEDGER".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "slawatch".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SLA_POLL".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 3600.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "slawatch".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SLA_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "slawatch".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SLA_WATCH".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "slawatch".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STAGE_ACKDIR".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "stager".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STAGE_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "inputdiff stager".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STAGE_LANDING".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "stager trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STAGE_SUPPLEMENT".
               02 FILLER PIC X(6) VALUE "ENUM N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE "Y N".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "stager".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STATESNAP_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "statesnap".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STATUS_PUBLISH".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "statuspage".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STORAGE_HISTORY".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "readiness storecast".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STORAGE_REPORT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "storecast".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STORAGE_TREND_DAYS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "storecast".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "STORAGE_WARN_DAYS".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "storecast".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SWEEPER_ARCHIVE".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "holdrep regaudit".
               02 FILLER PIC X(20) VALUE "sweeper".
               02 FILLER PIC X(30) VALUE "SWEEPER_ARCHIVE_KEEP".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "storecast sweeper".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SWEEPER_BATCHROOT".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "holdrep regaudit".
               02 FILLER PIC X(20) VALUE "retrieve sweeper".
               02 FILLER PIC X(30) VALUE "SWEEPER_INDEX".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "holdrep regaudit".
               02 FILLER PIC X(20) VALUE "sweeper".
               02 FILLER PIC X(30) VALUE "SWEEPER_REPORTDATE".
               02 FILLER PIC X(6) VALUE "DATE N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "sweeper".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SWEEPER_RETENTION".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "storecast sweeper".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "SWEEPER_WINDOW".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 9999.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "sweeper".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_CUTOFF".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_CUTOFF_FRI".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_CUTOFF_MON".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_CUTOFF_SAT".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_CUTOFF_SUN".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_CUTOFF_THU".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_CUTOFF_TUE".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_CUTOFF_WED".
               02 FILLER PIC X(6) VALUE "TIME N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_LOG".
               02 FILLER PIC X(6) VALUE "PATH N".
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC 9(9) VALUE 0.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger weeklyroll".
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(30) VALUE "TRIGGER_POLL".
               02 FILLER PIC X(6) VALUE "NUM  N".
               02 FILLER PIC 9(9) VALUE 1.
               02 FILLER PIC 9(9) VALUE 3600.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE SPACES.
               02 FILLER PIC X(20) VALUE "trigger".
               02 FILLER PIC X(20) VALUE SPACES.
             01 schema REDEFINES schema-values.
               02 schemaentry OCCURS 298 TIMES.
                 03 sckey PIC X(30).
                 03 sctype PIC X(5).
                 03 screquired PIC X(1).
                 03 sclow PIC 9(9).
                 03 schigh PIC 9(9).
                 03 scvalues1 PIC X(20).
                 03 scvalues2 PIC X(20).
                 03 scprograms1 PIC X(20).
                 03 scprograms2 PIC X(20).
