       IDENTIFICATION DIVISION.
       PROGRAM-ID. reserveids.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT gapsfile ASSIGN TO gapspath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS gapsstatus.
             SELECT requestfile ASSIGN TO requestpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS requeststatus.
             SELECT deltafile ASSIGN TO deltapath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS deltastatus.
             SELECT ledgerfile ASSIGN TO ledgerpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ledgerstatus.

       DATA DIVISION.
           FILE SECTION.
            FD gapsfile.
            01 gapsrec PIC X(80).
            FD requestfile.
            01 requestrec PIC X(120).
            FD deltafile.
            01 deltarec PIC X(120).
            FD ledgerfile.
            01 ledgerrec PIC X(160).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 rundate PIC X(8) VALUE SPACES.
            01 errfile PIC X(30) VALUE SPACES.
            01 errstatus PIC X(2) VALUE SPACES.
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
            01 gapspath PIC X(250) VALUE SPACES.
            01 gapsstatus PIC X(2) VALUE SPACES.
            01 requestpath PIC X(250) VALUE SPACES.
            01 requeststatus PIC X(2) VALUE SPACES.
            01 deltapath PIC X(250) VALUE SPACES.
            01 deltastatus PIC X(2) VALUE SPACES.
            01 ledgerpath PIC X(250) VALUE SPACES.
            01 ledgerstatus PIC X(2) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
      *The free list: day5-p2's published gaps in ID order, less
      *every ADD already waiting in the delta feed (granted earlier
      *but not yet rolled into the master), less each grant as it
      *is made - so no block can be handed out twice.
            01 gapcount PIC 9(4) VALUE 0.
            01 gapidx PIC 9(4) VALUE 0.
            01 gapshift PIC 9(4) VALUE 0.
            01 gaptab.
             02 gapentry OCCURS 9999 TIMES.
              03 gapmin PIC 9(18).
              03 gapmax PIC 9(18).
            01 freetotal PIC 9(18) VALUE 0.
            01 carvemin PIC 9(18) VALUE 0.
            01 carvemax PIC 9(18) VALUE 0.
            01 pendingcount PIC 9(4) VALUE 0.
            01 pendverb PIC X(8) VALUE SPACES.
            01 pendspec PIC X(100) VALUE SPACES.
            01 pendlabel PIC X(20) VALUE SPACES.
            01 pendbody PIC X(100) VALUE SPACES.
            01 rawmin PIC X(20) VALUE SPACES.
            01 rawmax PIC X(20) VALUE SPACES.
      *One reservation request: "requester,label,quantity" or
      *"requester,label,min-max", with an optional fourth field
      *SPLIT allowing a quantity to be met from several gaps.
            01 rqrequester PIC X(20) VALUE SPACES.
            01 rqlabel PIC X(20) VALUE SPACES.
            01 rqspec PIC X(40) VALUE SPACES.
            01 rqsplit PIC X(10) VALUE SPACES.
            01 rqextra PIC X(20) VALUE SPACES.
            01 rqword PIC X(20) VALUE SPACES.
            01 rqkind PIC X(1) VALUE SPACE.
            01 rqqty PIC 9(18) VALUE 0.
            01 rqmin PIC 9(18) VALUE 0.
            01 rqmax PIC 9(18) VALUE 0.
            01 rqreason PIC X(12) VALUE SPACES.
            01 rqleft PIC 9(18) VALUE 0.
            01 rqpart PIC 9(4) VALUE 0.
            01 fitidx PIC 9(4) VALUE 0.
            01 piecemin PIC 9(18) VALUE 0.
            01 piecemax PIC 9(18) VALUE 0.
            01 granted PIC 9(4) VALUE 0.
            01 refused PIC 9(4) VALUE 0.
            01 grantedids PIC 9(18) VALUE 0.
            01 edmin PIC Z(17)9.
            01 edmax PIC Z(17)9.
            01 edqty PIC Z(17)9.
            01 edpart PIC Z(3)9.
            01 ledgerptr PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
      *Fresh-ID reservations: each request is allocated from the
      *current uncovered gaps, each grant is appended to the day5
      *delta feed as an ADD transaction so the next day5-p1 run
      *counts it as covered, and every grant and refusal lands in
      *the reservation ledger with its requester and date. A
      *request one contiguous gap cannot meet is refused unless the
      *requester allowed it to be split.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "reserveids" TO excprogram
           ACCEPT gapspath FROM ENVIRONMENT "DAY5_P2_GAPS"
           IF gapspath = SPACES THEN
            MOVE "DAY5_P2_GAPS" TO confkey
            PERFORM Getconfig
            MOVE confval TO gapspath
           END-IF
           IF gapspath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/gaps.txt'
             DELIMITED BY SIZE INTO gapspath
           END-IF
           ACCEPT requestpath FROM ENVIRONMENT "DAY5_RESERVE_REQUESTS"
           IF requestpath = SPACES THEN
            MOVE "DAY5_RESERVE_REQUESTS" TO confkey
            PERFORM Getconfig
            MOVE confval TO requestpath
           END-IF
           IF requestpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/reserverequests.txt'
             DELIMITED BY SIZE INTO requestpath
           END-IF
           ACCEPT deltapath FROM ENVIRONMENT "DAY5_DELTA"
           IF deltapath = SPACES THEN
            MOVE "DAY5_DELTA" TO confkey
            PERFORM Getconfig
            MOVE confval TO deltapath
           END-IF
           IF deltapath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/delta.txt'
             DELIMITED BY SIZE INTO deltapath
           END-IF
           ACCEPT ledgerpath FROM ENVIRONMENT "DAY5_RESERVE_LEDGER"
           IF ledgerpath = SPACES THEN
            MOVE "DAY5_RESERVE_LEDGER" TO confkey
            PERFORM Getconfig
            MOVE confval TO ledgerpath
           END-IF
           IF ledgerpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/reserveledger.txt'
             DELIMITED BY SIZE INTO ledgerpath
           END-IF
           PERFORM Loadgaps
           PERFORM Loadpending
           OPEN INPUT requestfile
           IF requeststatus NOT= "00" THEN
            MOVE SPACES TO logmsg
            STRING "no reservation requests at "
             FUNCTION TRIM(requestpath)
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
            STOP RUN
           END-IF
           OPEN EXTEND deltafile
           IF deltastatus NOT= "00" THEN
            OPEN OUTPUT deltafile
           END-IF
           MOVE "deltafile" TO errfile
           MOVE deltastatus TO errstatus
           PERFORM Checkstatus
           OPEN EXTEND ledgerfile
           IF ledgerstatus NOT= "00" THEN
            OPEN OUTPUT ledgerfile
           END-IF
           MOVE "ledgerfile" TO errfile
           MOVE ledgerstatus TO errstatus
           PERFORM Checkstatus
           MOVE 0 TO eof
           PERFORM UNTIL eof = 1
            READ requestfile INTO requestrec
             AT END
              MOVE 1 TO eof
             NOT AT END
              IF requestrec NOT= SPACES
               AND requestrec(1:1) NOT= "*" THEN
               PERFORM Takerequest
              END-IF
            END-READ
           END-PERFORM
           CLOSE requestfile
           CLOSE deltafile
           CLOSE ledgerfile
           CALL "runreg" USING deltapath
           CALL "runreg" USING ledgerpath
           MOVE grantedids TO edqty
           MOVE SPACES TO logmsg
           STRING "reservations granted " granted " refused " refused
            " - " FUNCTION TRIM(edqty) " ID(s) reserved"
            DELIMITED BY SIZE INTO logmsg
           IF refused > 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           IF refused > 0 THEN
            MOVE 4 TO RETURN-CODE
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

      *The gaps file as day5-p2 wrote it: one "GAP start - end
      *WIDTH n" record per hole, already in ID order. Without it
      *there is nothing safe to allocate from.
           Loadgaps.
            OPEN INPUT gapsfile
            IF gapsstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no gaps file at " FUNCTION TRIM(gapspath)
              " - run day5-p2 first"
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ gapsfile INTO gapsrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF gapsrec(1:4) = "GAP " AND gapcount < 9999 THEN
                ADD 1 TO gapcount
                COMPUTE gapmin(gapcount) =
                 FUNCTION NUMVAL(gapsrec(5:18))
                COMPUTE gapmax(gapcount) =
                 FUNCTION NUMVAL(gapsrec(26:18))
               END-IF
             END-READ
            END-PERFORM
            CLOSE gapsfile
            MOVE SPACES TO logmsg
            STRING "gaps loaded for reservation: " gapcount
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *ADD transactions already in the delta feed are IDs granted
      *(or otherwise claimed) since the gaps file was written; they
      *come off the free list before anything new is handed out.
      *An ADD the master has already absorbed is simply no longer
      *in any gap, so carving it again changes nothing.
           Loadpending.
            OPEN INPUT deltafile
            IF deltastatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ deltafile INTO deltarec
               AT END
                MOVE 1 TO eof
               NOT AT END
                MOVE SPACES TO pendverb pendspec
                UNSTRING deltarec DELIMITED BY ALL SPACES
                 INTO pendverb pendspec
                IF pendverb = "ADD" THEN
                 PERFORM Takepending
                END-IF
              END-READ
             END-PERFORM
             CLOSE deltafile
            END-IF
            MOVE SPACES TO logmsg
            STRING "pending ADD transactions held back: " pendingcount
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *One pending "ADD label:min-max"; a malformed one is day5-p1's
      *to reject and claims nothing here.
           Takepending.
            MOVE SPACES TO pendlabel pendbody
            UNSTRING pendspec DELIMITED BY ":"
             INTO pendlabel pendbody
            IF pendbody = SPACES THEN
             MOVE pendspec TO pendbody
            END-IF
            MOVE SPACES TO rawmin rawmax
            UNSTRING pendbody DELIMITED BY "-"
             INTO rawmin rawmax
            IF rawmin NOT= SPACES AND rawmax NOT= SPACES
             AND FUNCTION TRIM(rawmin) IS NUMERIC
             AND FUNCTION TRIM(rawmax) IS NUMERIC THEN
             COMPUTE carvemin = FUNCTION NUMVAL(rawmin)
             COMPUTE carvemax = FUNCTION NUMVAL(rawmax)
             IF carvemin <= carvemax THEN
              ADD 1 TO pendingcount
              PERFORM Carve
             END-IF
            END-IF.

      *Takes carvemin-carvemax off the free list: a gap it covers
      *is dropped, a gap it overlaps at one end is trimmed, and a
      *gap it falls strictly inside is split in two.
           Carve.
            PERFORM VARYING gapidx FROM 1 BY 1 UNTIL gapidx > gapcount
             IF carvemin <= gapmax(gapidx)
              AND carvemax >= gapmin(gapidx) THEN
              EVALUATE TRUE
               WHEN carvemin <= gapmin(gapidx)
                AND carvemax >= gapmax(gapidx)
                PERFORM VARYING gapshift FROM gapidx BY 1
                 UNTIL gapshift >= gapcount
                 MOVE gapentry(gapshift + 1) TO gapentry(gapshift)
                END-PERFORM
                SUBTRACT 1 FROM gapcount
                SUBTRACT 1 FROM gapidx
               WHEN carvemin <= gapmin(gapidx)
                COMPUTE gapmin(gapidx) = carvemax + 1
               WHEN carvemax >= gapmax(gapidx)
                COMPUTE gapmax(gapidx) = carvemin - 1
               WHEN OTHER
                IF gapcount >= 9999 THEN
                 MOVE SPACES TO logmsg
                 STRING "too many gaps to split - limit is 9999"
                  DELIMITED BY SIZE INTO logmsg
                 MOVE "ERROR" TO logsev
                 PERFORM Log
                 STOP RUN
                END-IF
                PERFORM VARYING gapshift FROM gapcount BY -1
                 UNTIL gapshift <= gapidx
                 MOVE gapentry(gapshift) TO gapentry(gapshift + 1)
                END-PERFORM
                ADD 1 TO gapcount
                COMPUTE gapmin(gapidx + 1) = carvemax + 1
                MOVE gapmax(gapidx) TO gapmax(gapidx + 1)
                COMPUTE gapmax(gapidx) = carvemin - 1
                ADD 1 TO gapidx
              END-EVALUATE
             END-IF
            END-PERFORM.

      *One reservation request: parsed and checked, then granted
      *by quantity or by specific range, or refused with a reason.
           Takerequest.
            MOVE SPACES TO rqrequester rqlabel rqspec rqsplit rqextra
             rqreason
            MOVE SPACE TO rqkind
            MOVE 0 TO rqqty rqmin rqmax rqpart
            UNSTRING requestrec DELIMITED BY ","
             INTO rqrequester rqlabel rqspec rqsplit
            MOVE FUNCTION TRIM(rqrequester) TO rqrequester
            MOVE FUNCTION TRIM(rqlabel) TO rqlabel
            MOVE FUNCTION TRIM(rqspec) TO rqspec
            MOVE FUNCTION TRIM(rqsplit) TO rqsplit
      *The label becomes the key of a delta transaction, which
      *day5-p1 splits on spaces and ":" - it must be one word.
            MOVE SPACES TO rqword rqextra
            UNSTRING rqlabel DELIMITED BY ALL SPACES OR ":"
             INTO rqword rqextra
            EVALUATE TRUE
             WHEN rqrequester = SPACES
              MOVE "NO REQUESTER" TO rqreason
             WHEN rqlabel = SPACES
              MOVE "NO LABEL" TO rqreason
             WHEN rqextra NOT= SPACES OR rqword NOT= rqlabel
              MOVE "BAD LABEL" TO rqreason
             WHEN rqsplit NOT= SPACES AND rqsplit NOT= "SPLIT"
              MOVE "BAD OPTION" TO rqreason
            END-EVALUATE
            IF rqreason = SPACES THEN
             MOVE SPACES TO rawmin rawmax
             UNSTRING rqspec DELIMITED BY "-"
              INTO rawmin rawmax
             IF rawmax = SPACES THEN
              IF rawmin = SPACES
               OR FUNCTION TRIM(rawmin) IS NOT NUMERIC THEN
               MOVE "MALFORMED" TO rqreason
              ELSE
               MOVE "Q" TO rqkind
               COMPUTE rqqty = FUNCTION NUMVAL(rawmin)
               IF rqqty = 0 THEN
                MOVE "MALFORMED" TO rqreason
               END-IF
              END-IF
             ELSE
              IF rawmin = SPACES
               OR FUNCTION TRIM(rawmin) IS NOT NUMERIC
               OR FUNCTION TRIM(rawmax) IS NOT NUMERIC THEN
               MOVE "MALFORMED" TO rqreason
              ELSE
               MOVE "R" TO rqkind
               COMPUTE rqmin = FUNCTION NUMVAL(rawmin)
               COMPUTE rqmax = FUNCTION NUMVAL(rawmax)
               IF rqmin > rqmax THEN
                MOVE "INVERTED" TO rqreason
               ELSE
                COMPUTE rqqty = rqmax - rqmin + 1
               END-IF
              END-IF
             END-IF
            END-IF
            IF rqreason = SPACES THEN
             IF rqkind = "Q" THEN
              PERFORM Grantquantity
             ELSE
              PERFORM Grantrange
             END-IF
            END-IF
            IF rqreason NOT= SPACES THEN
             PERFORM Refuse
            ELSE
             ADD 1 TO granted
             ADD rqqty TO grantedids
            END-IF.

      *By quantity: the lowest gap wide enough takes the whole
      *request from its low end. Failing that, a request marked
      *SPLIT is filled from the lowest gaps upward, provided the
      *free list holds enough in total; otherwise it is refused.
           Grantquantity.
            MOVE 0 TO fitidx freetotal
            PERFORM VARYING gapidx FROM 1 BY 1 UNTIL gapidx > gapcount
             IF fitidx = 0
              AND gapmax(gapidx) - gapmin(gapidx) + 1 >= rqqty THEN
              MOVE gapidx TO fitidx
             END-IF
             COMPUTE freetotal =
              freetotal + gapmax(gapidx) - gapmin(gapidx) + 1
            END-PERFORM
            EVALUATE TRUE
             WHEN fitidx > 0
              MOVE gapmin(fitidx) TO piecemin
              COMPUTE piecemax = piecemin + rqqty - 1
              PERFORM Grantpiece
             WHEN rqsplit NOT= "SPLIT"
              MOVE "NO ONE GAP" TO rqreason
             WHEN freetotal < rqqty
              MOVE "SHORT" TO rqreason
             WHEN OTHER
              MOVE rqqty TO rqleft
              PERFORM UNTIL rqleft = 0
               MOVE gapmin(1) TO piecemin
               IF gapmax(1) - gapmin(1) + 1 > rqleft THEN
                COMPUTE piecemax = piecemin + rqleft - 1
               ELSE
                MOVE gapmax(1) TO piecemax
               END-IF
               COMPUTE rqleft = rqleft - (piecemax - piecemin + 1)
               ADD 1 TO rqpart
               PERFORM Grantpiece
              END-PERFORM
            END-EVALUATE.

      *By specific range: granted only when every ID in it is still
      *free within a single gap. Splitting does not apply - part of
      *a named block is not the block that was asked for.
           Grantrange.
            MOVE 0 TO fitidx
            PERFORM VARYING gapidx FROM 1 BY 1 UNTIL gapidx > gapcount
             IF rqmin >= gapmin(gapidx) AND rqmax <= gapmax(gapidx) THEN
              MOVE gapidx TO fitidx
             END-IF
            END-PERFORM
            IF fitidx = 0 THEN
             MOVE "NOT FREE" TO rqreason
            ELSE
             MOVE rqmin TO piecemin
             MOVE rqmax TO piecemax
             PERFORM Grantpiece
            END-IF.

      *One granted block: off the free list, out to the delta feed
      *as an ADD, and into the ledger (numbered when split).
           Grantpiece.
            MOVE piecemin TO carvemin
            MOVE piecemax TO carvemax
            PERFORM Carve
            MOVE piecemin TO edmin
            MOVE piecemax TO edmax
            MOVE SPACES TO deltarec
            STRING "ADD " FUNCTION TRIM(rqlabel) ":"
             FUNCTION TRIM(edmin) "-" FUNCTION TRIM(edmax)
             DELIMITED BY SIZE INTO deltarec
            WRITE deltarec
            COMPUTE edqty = piecemax - piecemin + 1
            MOVE SPACES TO ledgerrec
            MOVE 1 TO ledgerptr
            STRING rundate " GRANTED " FUNCTION TRIM(rqrequester)
             " " FUNCTION TRIM(rqlabel) " "
             FUNCTION TRIM(edmin) "-" FUNCTION TRIM(edmax)
             " QTY " FUNCTION TRIM(edqty)
             DELIMITED BY SIZE INTO ledgerrec WITH POINTER ledgerptr
            IF rqpart > 0 THEN
             MOVE rqpart TO edpart
             STRING " PART " FUNCTION TRIM(edpart)
              DELIMITED BY SIZE INTO ledgerrec WITH POINTER ledgerptr
            END-IF
            WRITE ledgerrec.

      *A refusal: ledger record with the reason, and a warning in
      *the shared exception repository.
           Refuse.
            ADD 1 TO refused
            MOVE SPACES TO ledgerrec
            STRING rundate " REFUSED " FUNCTION TRIM(requestrec)
             " REASON " FUNCTION TRIM(rqreason)
             DELIMITED BY SIZE INTO ledgerrec
            WRITE ledgerrec
            MOVE "WARN " TO excseverity
            MOVE rqrequester TO exckey
            MOVE SPACES TO excmessage
            STRING "reservation refused for "
             FUNCTION TRIM(rqlabel) " - " FUNCTION TRIM(rqreason)
             DELIMITED BY SIZE INTO excmessage
            PERFORM Writeexception.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the day's run.
           Writeexception.
            MOVE rundate TO excdate
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
