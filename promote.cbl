                "day2      expected.txt        report".
               02 FILLER PIC X(40) VALUE
                "day2      p2expected.txt      p2report".
               02 FILLER PIC X(40) VALUE
                "day3      p1expected.txt      p1report".
               02 FILLER PIC X(40) VALUE
                "day3      p2expected.txt      p2report".
               02 FILLER PIC X(40) VALUE
               02 FILLER PIC X(40) VALUE
                "day9      p2expected.txt      p2report".
             01 targettable REDEFINES targettable-values.
               02 targetentry OCCURS 12 TIMES.
                 03 tgtday PIC X(10).
                 03 tgtexp PIC X(20).
                 03 tgtsrc PIC X(10).
      *keyed entry can never match.
             01 resolvetable-values.
               02 FILLER PIC X(40) VALUE
                "DAY2_INPUT    DAY2_DATASET    P".
               02 FILLER PIC X(40) VALUE
                "DAY2_INPUT    DAY2_DATASET    P".
               02 FILLER PIC X(40) VALUE
                "DAY3_P1_INPUT DAY3_P1_DATASET T".
               02 FILLER PIC X(40) VALUE
                "DAY3_P2_INPUT DAY3_P2_DATASET P".
               02 FILLER PIC X(40) VALUE
               02 FILLER PIC X(40) VALUE
                "DAY9_P2_INPUT                 Finput".
             01 resolvetable REDEFINES resolvetable-values.
               02 resolveentry OCCURS 12 TIMES.
                 03 tgtinpenv PIC X(14).
                 03 tgtdsenv PIC X(16).
                 03 tgtdsflag PIC X(1).
            STRING FUNCTION TRIM(batchroot) '/expectedaudit.txt'
             DELIMITED BY SIZE INTO auditpath
           END-IF
           PERFORM VARYING tgtidx FROM 1 BY 1 UNTIL tgtidx > 12
            PERFORM Promotetarget
           END-PERFORM
           PERFORM Promoteday1
