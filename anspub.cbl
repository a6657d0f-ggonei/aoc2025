       IDENTIFICATION DIVISION.
       PROGRAM-ID. anspub.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT infile ASSIGN TO pubinpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS instatus.

       DATA DIVISION.
           FILE SECTION.
            FD infile.
            01 inrec PIC X(5000).

           WORKING-STORAGE SECTION.
      *Publishes one day program's answer to the answer master as
      *it writes its check-status record: run date, day and part
      *from the check record, the answer and verdict, tonight's run
      *id, the input checksum (the manifest gate's algorithm) and
      *where the report went. A program named without a part
      *(day1, day2) publishes as part 1, as the sweeper files its
      *undated-part reports. Best-effort: an answer-master problem
      *must never abort the day's run.
            COPY checkrec.
            COPY ansrec.
            01 ansop PIC X(4) VALUE "PUT ".
            01 ansresult PIC X(2) VALUE SPACES.
            01 pubinpath PIC X(250) VALUE SPACES.
            01 instatus PIC X(2) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
            01 checksum PIC 9(7) VALUE 0.
            01 reclen PIC 9(4) VALUE 0.
            01 charidx PIC 9(4) VALUE 0.

           LINKAGE SECTION.
            01 pubcheck PIC X(159).
            01 pubinput PIC X(250).
            01 pubreport PIC X(250).

       PROCEDURE DIVISION USING pubcheck pubinput pubreport.
           MOVE pubcheck TO checkline
           IF checkprogram(1:3) NOT= "day"
            OR checkprogram(4:1) IS NOT NUMERIC THEN
            GOBACK
           END-IF
           MOVE SPACES TO ansrecord
           MOVE checkdate TO ansdate
           MOVE checkprogram(4:1) TO ansday
           IF checkprogram(5:2) = "-p" THEN
            STRING "P" checkprogram(7:1)
             DELIMITED BY SIZE INTO anspart
           ELSE
            MOVE "P1" TO anspart
           END-IF
           MOVE checkprogram TO ansprogram
           MOVE checkactual TO ansanswer
           MOVE checkverdict TO ansverdict
           ACCEPT ansrunid FROM ENVIRONMENT "RUN_ID"
           MOVE pubinput TO pubinpath
           PERFORM Calcchecksum
           MOVE checksum TO anschecksum
           MOVE "UNSIGNED" TO anssignoff
           MOVE "LIVE" TO ansstate
           MOVE pubreport TO anslocation
           MOVE "PUT " TO ansop
           CALL "ansmaster" USING ansop ansrecord ansresult
            ON EXCEPTION
             CONTINUE
           END-CALL
           GOBACK.

      *Tonight's input checksum, the manifest gate's algorithm.
           Calcchecksum.
            MOVE 0 TO checksum
            OPEN INPUT infile
            IF instatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ infile INTO inrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               COMPUTE reclen = FUNCTION LENGTH(
                FUNCTION TRIM(inrec, TRAILING))
               IF inrec = SPACES THEN
                MOVE 0 TO reclen
               END-IF
               PERFORM VARYING charidx FROM 1 BY 1
                UNTIL charidx > reclen
                COMPUTE checksum = FUNCTION MOD(checksum
                 + FUNCTION ORD(inrec(charidx:1)), 10000000)
               END-PERFORM
             END-READ
            END-PERFORM
            CLOSE infile.
