       PROCEDURE DIVISION.
      *Answers the service desk's standing day2 question: which
      *normalized input range covers ticket <id>, was the id counted
      *as echoed, and was it flagged as a duplicate. Reads day2's
      *range detail, echo extract and exception report - no manual
      *scan of the detail file, no rerun. The id comes from
      *DAY2_QUERY_ID or the prompt.
             FUNCTION TRIM(batchyear) '/day2/echoextract'
             DELIMITED BY SIZE INTO extractbase
           END-IF
           ACCEPT reportdate FROM ENVIRONMENT "DAY2_REPORTDATE"
           IF reportdate = SPACES THEN
            MOVE "DAY2_REPORTDATE" TO confkey
            MOVE SPACES TO confval
            CALL "config" USING confkey confval
            MOVE confval TO reportdate
           STOP RUN.

      *Which normalized range covers the id - straight off the RANGE
      *lines of the range detail day2 writes after its merge.
           Scandetail.
            OPEN INPUT detailfile
            IF detailstatus NOT= "00" THEN
             DISPLAY "no range detail at " FUNCTION TRIM(detailpath)
              " - run day2 first"
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF
