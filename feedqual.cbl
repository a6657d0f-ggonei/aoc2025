       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedqual.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT ledgerfile ASSIGN TO ledgerpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ledgerstatus.

       DATA DIVISION.
           FILE SECTION.
            FD ledgerfile.
            01 ledgerrec PIC X(95).

           WORKING-STORAGE SECTION.
      *Feed-quality ledger service, excrepo-style. Each day program
      *that consumes a feed tallies its rejects here by reason code
      *as they happen and closes the night with one NIGHT record;
      *stager and the driver post their delivery and degraded-night
      *events straight through. The monthly supplier scorecard
      *(feedscore) reads the ledger. Open-append-close per record.
            01 ledgerpath PIC X(250) VALUE SPACES.
            01 ledgerstatus PIC X(2) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 reasoncount PIC 9(2) VALUE 0.
            01 reasonidx PIC 9(2) VALUE 0.
            01 reasonhit PIC 9(2) VALUE 0.
            01 reasontab.
             02 reasonentry OCCURS 20 TIMES.
              03 rscode PIC X(20).
              03 rscount PIC 9(8).
            COPY feedrec.

           LINKAGE SECTION.
      *op RJCT - add fqrejected records to reason code fqreason
      *          for tonight's night record
      *op NGHT - write fqdata as the night's NIGHT record and a
      *          REASON record per code tallied, then clear them
      *op EVNT - write fqdata as it stands
            01 fqop PIC X(4).
            01 fqdata PIC X(95).

       PROCEDURE DIVISION USING fqop fqdata.
           MOVE fqdata TO feedline
           EVALUATE fqop
            WHEN "RJCT"
             PERFORM Tallyreason
            WHEN "NGHT"
             MOVE "NIGHT" TO fqkind
             PERFORM Writeledger
             PERFORM VARYING reasonidx FROM 1 BY 1
              UNTIL reasonidx > reasoncount
              MOVE fqdata TO feedline
              MOVE "REASON" TO fqkind
              MOVE 0 TO fqreceived
              MOVE rscount(reasonidx) TO fqrejected
              MOVE 0 TO fqrecycled
              MOVE 0 TO fqquarant
              MOVE rscode(reasonidx) TO fqreason
              PERFORM Writeledger
             END-PERFORM
             MOVE 0 TO reasoncount
            WHEN "EVNT"
             PERFORM Writeledger
            WHEN OTHER
             CONTINUE
           END-EVALUATE
           GOBACK.

      *One more reject under its code; past nineteen distinct codes
      *in one night the rest are tallied together as OTHER.
           Tallyreason.
            PERFORM Findreason
            IF reasonhit = 0 AND reasoncount >= 19 THEN
             MOVE "OTHER" TO fqreason
             PERFORM Findreason
            END-IF
            IF reasonhit = 0 THEN
             ADD 1 TO reasoncount
             MOVE reasoncount TO reasonhit
             MOVE fqreason TO rscode(reasonhit)
             MOVE 0 TO rscount(reasonhit)
            END-IF
            ADD fqrejected TO rscount(reasonhit).

           Findreason.
            MOVE 0 TO reasonhit
            PERFORM VARYING reasonidx FROM 1 BY 1
             UNTIL reasonidx > reasoncount OR reasonhit > 0
             IF rscode(reasonidx) = fqreason THEN
              MOVE reasonidx TO reasonhit
             END-IF
            END-PERFORM.

           Writeledger.
            IF ledgerpath = SPACES THEN
             ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
             IF batchyear = SPACES THEN
              MOVE "aoc2025" TO batchyear
             END-IF
             ACCEPT ledgerpath FROM ENVIRONMENT "FEED_LEDGER"
             IF ledgerpath = SPACES THEN
              STRING '/Users/georgeoneill/ess-dmsc/'
               FUNCTION TRIM(batchyear) '/feedledger.txt'
               DELIMITED BY SIZE INTO ledgerpath
             END-IF
            END-IF
            OPEN EXTEND ledgerfile
            IF ledgerstatus NOT= "00" THEN
             OPEN OUTPUT ledgerfile
            END-IF
            IF ledgerstatus = "00" THEN
             WRITE ledgerrec FROM feedline
             CLOSE ledgerfile
            END-IF.
