             SELECT rejectfile ASSIGN TO rejectpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS rejectstatus.
             SELECT detailfile ASSIGN TO detailpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS detailstatus.

       DATA DIVISION.
           FILE SECTION.
            FD reportfile.
            01 reportrec PIC X(80).
            FD ckfile.
            01 ckrec PIC X(160).
            FD rejectfile.
            01 rejectrec PIC X(20000).
            FD detailfile.
            01 detailrec PIC X(140).
           WORKING-STORAGE SECTION.
            01 runid PIC X(11) VALUE SPACES.
            01 logsev PIC X(5) VALUE "INFO ".
            01 ckfpath PIC X(250) VALUE SPACES.
            01 ckfstatus PIC X(2) VALUE SPACES.
            COPY checkrec.
      *Build identifier - this program's compile stamp. It heads
      *the dated report, rides in the check-status record and is
      *exported as PROGRAM_BUILD so runreg stamps every artifact
      *the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            COPY excrec.
            01 excrepopath PIC X(250) VALUE SPACES.
            01 inputpath PIC X(250) VALUE
            01 quarsummary.
             02 FILLER PIC X(12) VALUE "QUARANTINED ".
             02 qscount PIC Z(2)9.
      *Feed-quality ledger (feedqual): the sheet records received
      *and the records of every quarantined block under its reason
      *code, for the monthly supplier scorecard.
            01 fqop PIC X(4) VALUE SPACES.
            01 feedrecs PIC 9(8) VALUE 0.
            01 feedquarant PIC 9(8) VALUE 0.
            COPY feedrec.
      *Column-level detail for verifyblocks, dated like the report:
      *one line per settled column with the operator, the helper
      *operation, the column width scanned, each data row's token as
      *read with its offset from the leftmost token, and the column
      *result. Rewritten each run, so it always pairs with the last
      *section of the dated report.
            01 detailbase PIC X(250) VALUE SPACES.
            01 detailpath PIC X(250) VALUE SPACES.
            01 detailstatus PIC X(2) VALUE SPACES.
            01 detailwidth PIC S9(6) VALUE 0.
            01 detailline.
             02 FILLER PIC X(4) VALUE "COL ".
             02 dlblock PIC 9(3).
             02 FILLER PIC X(1) VALUE SPACE.
             02 dlcol PIC 9(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 dlopkind PIC X(3).
             02 FILLER PIC X(1) VALUE SPACE.
             02 dloptok PIC X(10).
             02 FILLER PIC X(1) VALUE SPACE.
             02 dlhelper PIC X(6).
             02 FILLER PIC X(2) VALUE " W".
             02 dlwidth PIC 9(5).
             02 FILLER PIC X(2) VALUE " N".
             02 dlrows PIC 9(1).
             02 dlrow OCCURS 4 TIMES.
              03 FILLER PIC X(1).
              03 dloff PIC 9(5).
              03 FILLER PIC X(1).
              03 dltok PIC X(10).
             02 FILLER PIC X(3) VALUE " = ".
             02 dlresult PIC 9(18).
            01 blockrawtab.
             02 blockrawrow PIC X(20000) OCCURS 5 TIMES.
            01 myarray.
              03 ptritem PIC 9(5) OCCURS 10000 TIMES INDEXED BY ptridx.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE confval TO excrepopath
           END-IF
           MOVE "day6-p2" TO excprogram
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
           OPEN OUTPUT detailfile
           MOVE "detailfile" TO errfile
           MOVE detailstatus TO errstatus
           PERFORM Checkstatus
           OPEN INPUT inputfile
           MOVE "inputfile" TO errfile
           MOVE inputstatus TO errstatus
           MOVE "INFO " TO logsev
           PERFORM Log.
           CLOSE inputfile.
           PERFORM Writefeednight
           CLOSE detailfile
           CALL "runreg" USING detailpath
           OPEN EXTEND reportfile
           IF reportstatus NOT= "00" THEN
            OPEN OUTPUT reportfile
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           PERFORM VARYING blockidx FROM 1 BY 1
            UNTIL blockidx > blocknum
            IF blockflag(blockidx) = "Q" THEN
            IF instruction = SPACES THEN
             PERFORM Flushrow
            ELSE
             ADD 1 TO feedrecs
             IF instruction(1:1) = "&" THEN
              IF pending = 0 THEN
               MOVE SPACES TO logicalrow
            STRING "block quarantined - " FUNCTION TRIM(badreason)
             DELIMITED BY SIZE INTO excmessage
            PERFORM Writeexception
            IF badreason(1:11) = "NONNUMERIC " THEN
             MOVE "NONNUMERIC TOKEN" TO fqreason
            ELSE
             MOVE badreason TO fqreason
            END-IF
            ADD quarrows TO feedquarant
            MOVE quarrows TO fqrejected
            MOVE "RJCT" TO fqop
            CALL "feedqual" USING fqop feedline
            MOVE SPACES TO badreason
            INITIALIZE myarray
            INITIALIZE myptrarray
              END-IF
             END-PERFORM
             ADD ans TO blockans
             IF item(nlines, idx) NOT= SPACES THEN
              PERFORM Writedetail
             END-IF
            END-PERFORM
            IF blocknum >= 500 THEN
             MOVE SPACES TO logmsg
            MOVE 0 TO nlines
            MOVE 0 TO blockdone.

      *One settled column to the detail file (the scan's trailing
      *pass beyond the last operator settles nothing and is left
      *out). The block number is the one Settleblock is about to
      *assign.
           Writedetail.
            MOVE SPACES TO dlrow(1) dlrow(2) dlrow(3) dlrow(4)
            COMPUTE dlblock = blocknum + 1
            SET dlcol TO idx
            IF item(nlines, idx) = markerchar THEN
             MOVE "MUL" TO dlopkind
            ELSE
             MOVE "ADD" TO dlopkind
            END-IF
            MOVE item(nlines, idx) TO dloptok
            EVALUATE helperop
             WHEN 2 MOVE "SUM" TO dlhelper
             WHEN 3 MOVE "MINMAX" TO dlhelper
             WHEN OTHER MOVE "DIGITS" TO dlhelper
            END-EVALUATE
            COMPUTE detailwidth = ptritem(nlines, idx + 1) - minn
            IF detailwidth < 0 THEN
             MOVE 0 TO detailwidth
            END-IF
            MOVE detailwidth TO dlwidth
            COMPUTE dlrows = nlines - 1
            PERFORM VARYING linen FROM 1 BY 1
             UNTIL linen > nlines - 1 OR linen > 4
             COMPUTE dloff(linen) = ptritem(linen, idx) - minn
             MOVE item(linen, idx) TO dltok(linen)
            END-PERFORM
            MOVE ans TO dlresult
            WRITE detailrec FROM detailline.

           Stackrow.
            MOVE 0 TO eoline
            MOVE 1 TO ptr
             END-IF
            END-IF.

      *The night's figures for the day6 feed.
           Writefeednight.
            MOVE reportdate TO fqdate
            MOVE "day6" TO fqfeed
            MOVE "day6-p2" TO fqprogram
            MOVE feedrecs TO fqreceived
            MOVE 0 TO fqrejected
            MOVE 0 TO fqrecycled
            MOVE feedquarant TO fqquarant
            MOVE SPACES TO fqreason
            MOVE "NGHT" TO fqop
            CALL "feedqual" USING fqop feedline.

      *Machine-readable outcome of the expected-answer check, one
      *record per run, collected by the driver so a batch that
      *produced wrong answers ends with a nonzero return code.
      *The same outcome is published to the answer master.
           Writecheckstatus.
            MOVE buildid TO checkbuild
            CALL "anspub" USING checkline inputpath reportpath
            OPEN EXTEND ckfile
            IF ckfstatus NOT= "00" THEN
             OPEN OUTPUT ckfile
