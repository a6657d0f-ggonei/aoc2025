       IDENTIFICATION DIVISION.
       PROGRAM-ID. fpserv.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT fpfile ASSIGN TO fpfilepath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS fpstatus.

       DATA DIVISION.
           FILE SECTION.
            FD fpfile.
            01 fprec PIC X(5000).

           WORKING-STORAGE SECTION.
      *Content fingerprint of an artifact: every trimmed record is
      *folded into a positional hash (h = h * 31 + character, modulo
      *the prime 999999937, with an end-of-record marker folded in
      *after each record), so a changed, moved, added or dropped
      *character or line changes the value - unlike the manifest
      *gate's ordinal sum, which a transposition leaves unchanged.
      *The record count rides along. FILE fingerprints a whole
      *file; LINE folds one more record into the running value and
      *count the caller holds, for content read out of a larger
      *file such as an archive member section.
            01 fpfilepath PIC X(250) VALUE SPACES.
            01 fpstatus PIC X(2) VALUE SPACES.
            01 fpeof PIC 9(1) VALUE 0.
            01 fpline PIC X(5000) VALUE SPACES.
            01 fplen PIC 9(4) VALUE 0.
            01 fpidx PIC 9(4) VALUE 0.

           LINKAGE SECTION.
            01 fpop PIC X(4).
            01 fparea PIC X(250).
            01 fpvalue PIC 9(10).
            01 fpcount PIC 9(7).
            01 fpresult PIC X(2).

       PROCEDURE DIVISION USING fpop fparea fpvalue fpcount fpresult.
      *fpresult: 00 fingerprinted, otherwise the open status of a
      *file that could not be read (35 - no such file).
           EVALUATE fpop
            WHEN "FILE"
             PERFORM Fingerprintfile
            WHEN "LINE"
             MOVE fparea TO fpline
             PERFORM Foldline
             MOVE "00" TO fpresult
            WHEN OTHER
             MOVE "98" TO fpresult
           END-EVALUATE
           GOBACK.

           Fingerprintfile.
            MOVE 0 TO fpvalue
            MOVE 0 TO fpcount
            MOVE fparea TO fpfilepath
            OPEN INPUT fpfile
            IF fpstatus NOT= "00" THEN
             MOVE fpstatus TO fpresult
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO fpeof
            PERFORM UNTIL fpeof = 1
             READ fpfile INTO fpline
              AT END
               MOVE 1 TO fpeof
              NOT AT END
               PERFORM Foldline
             END-READ
            END-PERFORM
            CLOSE fpfile
            MOVE "00" TO fpresult.

      *One record into the running fingerprint.
           Foldline.
            COMPUTE fplen = FUNCTION LENGTH(
             FUNCTION TRIM(fpline, TRAILING))
            IF fpline = SPACES THEN
             MOVE 0 TO fplen
            END-IF
            PERFORM VARYING fpidx FROM 1 BY 1 UNTIL fpidx > fplen
             COMPUTE fpvalue = FUNCTION MOD(fpvalue * 31
              + FUNCTION ORD(fpline(fpidx:1)), 999999937)
            END-PERFORM
            COMPUTE fpvalue = FUNCTION MOD(fpvalue * 31 + 1,
             999999937)
            ADD 1 TO fpcount.
