       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifyblocks.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT detailfile ASSIGN TO detailpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS detailstatus.
             SELECT reportfile ASSIGN TO reportpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS reportstatus.

       DATA DIVISION.
           FILE SECTION.
            FD detailfile.
            01 detailrec PIC X(140).
            FD reportfile.
            01 reportrec PIC X(80).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
            01 detailbase PIC X(250) VALUE SPACES.
            01 detailpath PIC X(250) VALUE SPACES.
            01 reportbase PIC X(250) VALUE SPACES.
            01 reportpath PIC X(250) VALUE SPACES.
            01 reportdate PIC X(8) VALUE SPACES.
            01 detailstatus PIC X(2) VALUE SPACES.
            01 reportstatus PIC X(2) VALUE SPACES.
            01 errfile PIC X(30) VALUE SPACES.
            01 errstatus PIC X(2) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 eof PIC 9(1) VALUE 0.
            01 badcount PIC 9(7) VALUE 0.
            01 ncols PIC 9(7) VALUE 0.
      *The detail line exactly as day6-p2 writes it.
            01 detailline.
             02 FILLER PIC X(4).
             02 dlblock PIC 9(3).
             02 FILLER PIC X(1).
             02 dlcol PIC 9(5).
             02 FILLER PIC X(1).
             02 dlopkind PIC X(3).
             02 FILLER PIC X(1).
             02 dloptok PIC X(10).
             02 FILLER PIC X(1).
             02 dlhelper PIC X(6).
             02 FILLER PIC X(2).
             02 dlwidth PIC 9(5).
             02 FILLER PIC X(2).
             02 dlrows PIC 9(1).
             02 dlrow OCCURS 4 TIMES.
              03 FILLER PIC X(1).
              03 dloff PIC 9(5).
              03 FILLER PIC X(1).
              03 dltok PIC X(10).
             02 FILLER PIC X(3).
             02 dlresult PIC 9(18).
      *Column recomputation state. The helper's SUM operation keeps
      *its carry between calls for the whole run, so the carry here
      *runs on across columns and blocks in detail-file order too.
            01 colans PIC 9(18) VALUE 0.
            01 posi PIC 9(5) VALUE 0.
            01 rowx PIC 9(1) VALUE 0.
            01 charpos PIC S9(6) VALUE 0.
            01 digittab.
             02 digit PIC 9(1) OCCURS 4 TIMES.
            01 partans PIC 9(8) VALUE 0.
            01 activecount PIC 9(1) VALUE 0.
            01 carry PIC 9(5) VALUE 0.
            01 colsum PIC 9(6) VALUE 0.
            01 maxdigit PIC 9(1) VALUE 0.
            01 mindigit PIC 9(1) VALUE 9.
            01 nblocks PIC 9(3) VALUE 0.
            01 blocktab.
             02 blockentry OCCURS 500 TIMES.
              03 blocksum PIC 9(18).
              03 blockcols PIC 9(5).
            01 repblocks PIC 9(3) VALUE 0.
            01 repansfound PIC 9(1) VALUE 0.
            01 reptab.
             02 repentry OCCURS 500 TIMES.
              03 repnum PIC 9(3).
              03 repflag PIC X(1).
              03 repans PIC 9(18).
            01 reported PIC 9(18) VALUE 0.
            01 grandtotal PIC 9(18) VALUE 0.
            01 idx PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      *Independent check of day6-p2's block totals: recomputes every
      *column in the column-level detail file from the tokens as read
      *(the helper operations worked out here, helper itself is not
      *called), proves each column result, re-sums every block and
      *the grand total and proves them against the BLOCK lines and
      *ANSWER of the dated p2report. Nonzero return code on any
      *discrepancy, so the driver can treat a bad total like a
      *MISMATCH.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT reportdate FROM ENVIRONMENT "DAY6_P2_REPORTDATE"
           IF reportdate = SPACES THEN
            MOVE "DAY6_P2_REPORTDATE" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportdate
           END-IF
           IF reportdate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO reportdate
           END-IF
           ACCEPT detailbase FROM ENVIRONMENT "DAY6_P2_DETAIL"
           IF detailbase = SPACES THEN
            MOVE "DAY6_P2_DETAIL" TO confkey
            PERFORM Getconfig
            MOVE confval TO detailbase
           END-IF
           IF detailbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day6/p2detail'
             DELIMITED BY SIZE INTO detailbase
           END-IF
           STRING FUNCTION TRIM(detailbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO detailpath
           ACCEPT reportbase FROM ENVIRONMENT "DAY6_P2_REPORT"
           IF reportbase = SPACES THEN
            MOVE "DAY6_P2_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportbase
           END-IF
           IF reportbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day6/p2report'
             DELIMITED BY SIZE INTO reportbase
           END-IF
           STRING FUNCTION TRIM(reportbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO reportpath
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "verifyblocks" TO excprogram
           PERFORM Readdetail
           PERFORM Checkreport
           MOVE SPACES TO logmsg
           STRING "columns verified: " ncols " in " nblocks
            " block(s)"
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           MOVE SPACES TO logmsg
           STRING "discrepancies: " badcount
            DELIMITED BY SIZE INTO logmsg
           IF badcount > 0 THEN
            MOVE "ERROR" TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           IF badcount > 0 THEN
            MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

           Checkstatus.
            IF errstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "file error on " errfile " - status " errstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             STOP RUN
            END-IF.

      *Pass 1 - the column detail. Every column is recomputed and
      *compared with the result day6-p2 wrote, and the recomputed
      *results are summed per block.
           Readdetail.
            OPEN INPUT detailfile
            MOVE "detailfile" TO errfile
            MOVE detailstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ detailfile INTO detailline
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF detailrec(1:4) = "COL " THEN
                PERFORM Checkcolumn
               END-IF
             END-READ
            END-PERFORM
            CLOSE detailfile.

      *One detail line: the column is rescanned position by position
      *across its width, each data row contributing the digit of its
      *token that lines up with that position (none before or after
      *the token), and the position's digits combined the way the
      *header's operation combines them.
           Checkcolumn.
            ADD 1 TO ncols
            IF dlblock = 0 OR dlblock > 500 THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "BLOCK RANGE" TO exckey
             MOVE "detail line names an impossible block"
              TO excmessage
             PERFORM Writeexception
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING idx FROM nblocks BY 1
             UNTIL idx >= dlblock
             ADD 1 TO nblocks
             MOVE 0 TO blocksum(nblocks)
             MOVE 0 TO blockcols(nblocks)
            END-PERFORM
            IF dlopkind = "MUL" THEN
             MOVE 1 TO colans
            ELSE
             MOVE 0 TO colans
            END-IF
            PERFORM VARYING posi FROM 0 BY 1 UNTIL posi >= dlwidth
             MOVE 0 TO digit(1) digit(2) digit(3) digit(4)
             PERFORM VARYING rowx FROM 1 BY 1
              UNTIL rowx > dlrows OR rowx > 4
              COMPUTE charpos = posi - dloff(rowx)
              IF charpos >= 1 AND charpos <= 10 THEN
               IF dltok(rowx)(charpos:1) IS NUMERIC THEN
                MOVE dltok(rowx)(charpos:1) TO digit(rowx)
               END-IF
              END-IF
             END-PERFORM
             EVALUATE dlhelper
              WHEN "SUM"
               PERFORM Sumdigits
              WHEN "MINMAX"
               PERFORM Minmaxdigits
              WHEN OTHER
               PERFORM Joindigits
             END-EVALUATE
             IF partans > 0 THEN
              IF dlopkind = "MUL" THEN
               COMPUTE colans = colans * partans
              ELSE
               COMPUTE colans = colans + partans
              END-IF
             END-IF
            END-PERFORM
            ADD colans TO blocksum(dlblock)
            ADD 1 TO blockcols(dlblock)
            IF colans NOT= dlresult THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE SPACES TO exckey
             STRING "BK " dlblock " COL " dlcol
              DELIMITED BY SIZE INTO exckey
             MOVE SPACES TO excmessage
             STRING "detail says " dlresult " recomputed " colans
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF.

      *DIGITS - the nonzero digits of the position read top to
      *bottom as one number.
           Joindigits.
            MOVE 0 TO partans
            PERFORM VARYING rowx FROM 1 BY 1 UNTIL rowx > 4
             IF digit(rowx) > 0 THEN
              COMPUTE partans = partans * 10 + digit(rowx)
             END-IF
            END-PERFORM.

      *SUM - the digit sum plus the running carry, units kept and
      *the rest carried; an all-zero position pays out the carry.
           Sumdigits.
            IF digit(1) = 0 AND digit(2) = 0 AND digit(3) = 0
             AND digit(4) = 0 THEN
             MOVE carry TO partans
             MOVE 0 TO carry
            ELSE
             COMPUTE colsum = digit(1) + digit(2) + digit(3)
              + digit(4) + carry
             COMPUTE partans = FUNCTION MOD(colsum, 10)
             COMPUTE carry = colsum / 10
            END-IF.

      *MINMAX - largest nonzero digit times ten plus the smallest.
           Minmaxdigits.
            MOVE 0 TO maxdigit activecount
            MOVE 9 TO mindigit
            PERFORM VARYING rowx FROM 1 BY 1 UNTIL rowx > 4
             IF digit(rowx) > 0 THEN
              ADD 1 TO activecount
              IF digit(rowx) > maxdigit THEN
               MOVE digit(rowx) TO maxdigit
              END-IF
              IF digit(rowx) < mindigit THEN
               MOVE digit(rowx) TO mindigit
              END-IF
             END-IF
            END-PERFORM
            IF activecount = 0 THEN
             MOVE 0 TO partans
            ELSE
             COMPUTE partans = maxdigit * 10 + mindigit
            END-IF.

      *Pass 2 - the dated p2report. The report file accretes one
      *section per run, so only the last section is compared; each
      *BLOCK ANSWER line must carry the re-summed block total, a
      *QUARANTINED block must have no settled columns, and the final
      *ANSWER line must carry the grand total.
           Checkreport.
            OPEN INPUT reportfile
            IF reportstatus NOT= "00" THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "REPORT" TO exckey
             MOVE "no dated report - totals not compared"
              TO excmessage
             PERFORM Writeexception
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ reportfile INTO reportrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF reportrec(1:6) = "BLOCK " THEN
                IF repansfound = 1 THEN
                 MOVE 0 TO repblocks
                 MOVE 0 TO repansfound
                END-IF
                PERFORM Stashreportblock
               END-IF
               IF reportrec(1:7) = "ANSWER " THEN
                COMPUTE reported = FUNCTION NUMVAL(reportrec(8:18))
                MOVE 1 TO repansfound
               END-IF
             END-READ
            END-PERFORM
            CLOSE reportfile
            IF repansfound = 0 THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "ANSWER" TO exckey
             MOVE "no ANSWER line in dated report" TO excmessage
             PERFORM Writeexception
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > repblocks
             PERFORM Checkreportblock
            END-PERFORM
            IF repblocks < nblocks THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "BLOCK COUNT" TO exckey
             MOVE SPACES TO excmessage
             STRING "report has " repblocks
              " block(s), detail has " nblocks
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF
            MOVE 0 TO grandtotal
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > nblocks
             ADD blocksum(idx) TO grandtotal
            END-PERFORM
            IF reported = grandtotal THEN
             MOVE SPACES TO logmsg
             STRING "re-summed total agrees with report: "
              grandtotal
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
            ELSE
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "ANSWER" TO exckey
             MOVE SPACES TO excmessage
             STRING "report says " reported " re-summed "
              grandtotal
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF.

      *One BLOCK line as read: only stashed, because the report file
      *accretes a section per run and only the last section counts.
           Stashreportblock.
            IF repblocks < 500 THEN
             ADD 1 TO repblocks
             COMPUTE repnum(repblocks) =
              FUNCTION NUMVAL(reportrec(7:3))
             IF reportrec(11:11) = "QUARANTINED" THEN
              MOVE "Q" TO repflag(repblocks)
              MOVE 0 TO repans(repblocks)
             ELSE
              MOVE SPACE TO repflag(repblocks)
              COMPUTE repans(repblocks) =
               FUNCTION NUMVAL(reportrec(18:18))
             END-IF
            END-IF.

      *One stashed BLOCK line of the last report section.
           Checkreportblock.
            IF repnum(idx) > nblocks THEN
             IF repflag(idx) NOT= "Q" THEN
              ADD 1 TO badcount
              MOVE "ERROR" TO excseverity
              MOVE SPACES TO exckey
              STRING "BK " repnum(idx) " ANSWER"
               DELIMITED BY SIZE INTO exckey
              MOVE "report block has no columns in detail"
               TO excmessage
              PERFORM Writeexception
             END-IF
             EXIT PARAGRAPH
            END-IF
            IF repflag(idx) = "Q" THEN
             IF blockcols(repnum(idx)) > 0 THEN
              ADD 1 TO badcount
              MOVE "ERROR" TO excseverity
              MOVE SPACES TO exckey
              STRING "BK " repnum(idx) " QUARANTINED"
               DELIMITED BY SIZE INTO exckey
              MOVE "quarantined block has settled columns"
               TO excmessage
              PERFORM Writeexception
             END-IF
            ELSE
             IF repans(idx) NOT= blocksum(repnum(idx)) THEN
              ADD 1 TO badcount
              MOVE "ERROR" TO excseverity
              MOVE SPACES TO exckey
              STRING "BK " repnum(idx) " ANSWER"
               DELIMITED BY SIZE INTO exckey
              MOVE SPACES TO excmessage
              STRING "report says " repans(idx) " re-summed "
               blocksum(repnum(idx))
               DELIMITED BY SIZE INTO excmessage
              PERFORM Writeexception
             END-IF
            END-IF.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the run.
           Writeexception.
            MOVE reportdate TO excdate
            CALL "excrepo" USING excline excrepopath.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
           Getconfig.
            MOVE SPACES TO confval
            CALL "config" USING confkey confval.

      *Routes one message through the shared run log (severity in
      *logsev, text already built in logmsg).
           Log.
            CALL "runlog" USING logsev logmsg.
