       IDENTIFICATION DIVISION.
       PROGRAM-ID. ansquery.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
            COPY ansrec.
            01 ansop PIC X(4) VALUE SPACES.
            01 ansresult PIC X(2) VALUE SPACES.
            01 rawdate PIC X(8) VALUE SPACES.
            01 rawto PIC X(8) VALUE SPACES.
            01 rawday PIC X(2) VALUE SPACES.
            01 wantday PIC 9(2) VALUE 0.
            01 wantpart PIC X(2) VALUE SPACES.
            01 walkdone PIC 9(1) VALUE 0.
            01 hitcount PIC 9(6) VALUE 0.
            01 ansline.
             02 aldate PIC X(8).
             02 FILLER PIC X(4) VALUE " DAY".
             02 alday PIC Z9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 alpart PIC X(2).
             02 FILLER PIC X(8) VALUE " ANSWER ".
             02 alanswer PIC X(24).
             02 FILLER PIC X(1) VALUE SPACE.
             02 alverdict PIC X(8).
             02 FILLER PIC X(5) VALUE " RUN ".
             02 alrunid PIC X(11).
             02 FILLER PIC X(7) VALUE " CKSUM ".
             02 alchecksum PIC 9(7).
             02 FILLER PIC X(1) VALUE SPACE.
             02 alsignoff PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 alsigner PIC X(12).
             02 FILLER PIC X(1) VALUE SPACE.
             02 alstate PIC X(8).

       PROCEDURE DIVISION.
      *Answers "day N part P on date D" from the answer master in
      *one keyed read, or walks a date range from its first key:
      *ANSQ_DATE (default today), ANSQ_TO (range end, default the
      *same date), ANSQ_DAY and ANSQ_PART (blank for all). Live and
      *archived reports answer alike; each line says which, and
      *where the report now is.
           ACCEPT rawdate FROM ENVIRONMENT "ANSQ_DATE"
           IF rawdate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO rawdate
           END-IF
           ACCEPT rawto FROM ENVIRONMENT "ANSQ_TO"
           IF rawto = SPACES THEN
            MOVE rawdate TO rawto
           END-IF
           ACCEPT rawday FROM ENVIRONMENT "ANSQ_DAY"
           IF rawday NOT= SPACES THEN
            COMPUTE wantday = FUNCTION NUMVAL(rawday)
           END-IF
           ACCEPT wantpart FROM ENVIRONMENT "ANSQ_PART"
           MOVE FUNCTION UPPER-CASE(wantpart) TO wantpart
           MOVE SPACES TO ansrecord
           MOVE rawdate TO ansdate
           MOVE wantday TO ansday
           IF rawto = rawdate AND wantday > 0
            AND wantpart NOT= SPACES THEN
            MOVE wantpart TO anspart
            MOVE "GET " TO ansop
            CALL "ansmaster" USING ansop ansrecord ansresult
            IF ansresult = "00" THEN
             PERFORM Showanswer
            END-IF
           ELSE
            MOVE LOW-VALUES TO anspart
            MOVE "FROM" TO ansop
            CALL "ansmaster" USING ansop ansrecord ansresult
            MOVE 0 TO walkdone
            IF ansresult NOT= "00" THEN
             MOVE 1 TO walkdone
            END-IF
            PERFORM UNTIL walkdone = 1
             MOVE "NEXT" TO ansop
             CALL "ansmaster" USING ansop ansrecord ansresult
             IF ansresult NOT= "00" OR ansdate > rawto THEN
              MOVE 1 TO walkdone
             ELSE
              IF (wantday = 0 OR ansday = wantday)
               AND (wantpart = SPACES OR anspart = wantpart) THEN
               PERFORM Showanswer
              END-IF
             END-IF
            END-PERFORM
            MOVE "END " TO ansop
            CALL "ansmaster" USING ansop ansrecord ansresult
           END-IF
           DISPLAY "answers found " hitcount
           IF hitcount = 0 THEN
            MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           Showanswer.
            ADD 1 TO hitcount
            MOVE ansdate TO aldate
            MOVE ansday TO alday
            MOVE anspart TO alpart
            MOVE ansanswer TO alanswer
            MOVE ansverdict TO alverdict
            MOVE ansrunid TO alrunid
            MOVE anschecksum TO alchecksum
            MOVE anssignoff TO alsignoff
            MOVE anssigner TO alsigner
            MOVE ansstate TO alstate
            DISPLAY ansline " " FUNCTION TRIM(anslocation).
