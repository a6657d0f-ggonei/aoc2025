       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedscore.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT ledgerfile ASSIGN TO ledgerpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ledgerstatus.
               SELECT mapfile ASSIGN TO mappath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS mapstatus.
               SELECT scorefile ASSIGN TO scorepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS scorestatus.

       DATA DIVISION.
           FILE SECTION.
             FD ledgerfile.
             01 ledgerrec PIC X(95).
             FD mapfile.
             01 maprec PIC X(80).
             FD scorefile.
             01 scorerec PIC X(110).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 ledgerpath PIC X(250) VALUE SPACES.
             01 ledgerstatus PIC X(2) VALUE SPACES.
             01 mappath PIC X(250) VALUE SPACES.
             01 mapstatus PIC X(2) VALUE SPACES.
             01 scorebase PIC X(250) VALUE SPACES.
             01 scorepath PIC X(250) VALUE SPACES.
             01 scorestatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 scoremonth PIC X(6) VALUE SPACES.
             01 firstofmonth PIC 9(8) VALUE 0.
             01 firstofmonthx REDEFINES firstofmonth PIC X(8).
             01 workint PIC 9(8) VALUE 0.
             01 workdate PIC 9(8) VALUE 0.
             01 workdatex REDEFINES workdate PIC X(8).
      *The scored month and the three before it, newest first - the
      *trend compares the first against the other three.
             01 monthidx PIC 9(1) VALUE 0.
             01 recmonth PIC 9(1) VALUE 0.
             01 monthtab.
               02 monthentry OCCURS 4 TIMES.
                 03 mmonth PIC X(6).
      *Supplier map, one "<feed> <supplier>" pair per line (day1 to
      *day9), * comments; a feed nobody mapped is scored under
      *UNASSIGNED so nothing on the ledger goes missing.
             01 mtok1 PIC X(20) VALUE SPACES.
             01 mtok2 PIC X(20) VALUE SPACES.
             01 suppcount PIC 9(2) VALUE 0.
             01 suppidx PIC 9(2) VALUE 0.
             01 supphit PIC 9(2) VALUE 0.
             01 supptab.
               02 suppentry OCCURS 21 TIMES.
                 03 suppname PIC X(20).
                 03 suppfeeds PIC X(60).
             01 feedidx PIC 9(2) VALUE 0.
             01 feedsupptab.
               02 feedsupp PIC 9(2) OCCURS 9 TIMES.
             01 feedname PIC X(5) VALUE SPACES.
             01 feedlist PIC X(60) VALUE SPACES.
      *One slot per feed per night on the ledger inside the four
      *months: the figures of its latest NIGHT record and whether
      *the driver ran the day degraded that night.
             01 ledgerrecs PIC 9(7) VALUE 0.
             01 slotcount PIC 9(4) VALUE 0.
             01 slotidx PIC 9(4) VALUE 0.
             01 slothit PIC 9(4) VALUE 0.
             01 slotfull PIC 9(1) VALUE 0.
             01 slottab.
               02 slotentry OCCURS 1200 TIMES.
                 03 sldate PIC X(8).
                 03 slfeed PIC 9(1).
                 03 slmonth PIC 9(1).
                 03 slnight PIC 9(1).
                 03 slreceived PIC 9(8).
                 03 slrejected PIC 9(8).
                 03 slrecycled PIC 9(8).
                 03 slquarant PIC 9(8).
                 03 sldegraded PIC 9(1).
      *Reason-code counts behind each slot's NIGHT; a rerun's NIGHT
      *retires the ones its predecessor left.
             01 reasoncount PIC 9(4) VALUE 0.
             01 reasonidx PIC 9(4) VALUE 0.
             01 reasonfull PIC 9(1) VALUE 0.
             01 reasontab.
               02 reasonentry OCCURS 5000 TIMES.
                 03 rzslot PIC 9(4).
                 03 rzcode PIC X(20).
                 03 rzcount PIC 9(8).
                 03 rzlive PIC 9(1).
      *Delivery events from stager, per feed per month.
             01 eventtab.
               02 eventfeed OCCURS 9 TIMES.
                 03 eventmonth OCCURS 4 TIMES.
                   04 evaccepted PIC 9(5).
                   04 evrefused PIC 9(5).
                   04 evlate PIC 9(5).
      *Per supplier per month totals, and the scored month's reason
      *codes per supplier.
             01 sumtab.
               02 sumsupp OCCURS 21 TIMES.
                 03 summonth OCCURS 4 TIMES.
                   04 smnights PIC 9(5).
                   04 smreceived PIC 9(9).
                   04 smrejected PIC 9(9).
                   04 smrecycled PIC 9(9).
                   04 smquarant PIC 9(9).
                   04 smaccepted PIC 9(5).
                   04 smrefused PIC 9(5).
                   04 smlate PIC 9(5).
                   04 smdegraded PIC 9(5).
             01 suppreasoncount PIC 9(3) VALUE 0.
             01 suppreasonidx PIC 9(3) VALUE 0.
             01 suppreasonhit PIC 9(3) VALUE 0.
             01 suppreasontab.
               02 suppreasonentry OCCURS 400 TIMES.
                 03 srsupp PIC 9(2).
                 03 srcode PIC X(20).
                 03 srcount PIC 9(9).
             01 scorednights PIC 9(5) VALUE 0.
             01 shownsupps PIC 9(2) VALUE 0.
             01 priorreceived PIC 9(10) VALUE 0.
             01 priorrejected PIC 9(10) VALUE 0.
             01 priorincidents PIC 9(6) VALUE 0.
             01 nowincidents PIC 9(6) VALUE 0.
             01 nowrate PIC 9(3)V99 VALUE 0.
             01 priorrate PIC 9(3)V99 VALUE 0.
             01 prioravg PIC 9(4)V9 VALUE 0.
             01 nowavg PIC 9(4)V9 VALUE 0.
             01 ratedir PIC X(6) VALUE SPACES.
             01 incdir PIC X(6) VALUE SPACES.
             01 rateedit PIC ZZ9.99.
             01 rateedit2 PIC ZZ9.99.
             01 avgedit PIC ZZZ9.9.
             01 countedit PIC Z(8)9.
             01 incedit PIC Z(5)9.
             COPY feedrec.
             01 monthhead.
               02 FILLER PIC X(8) VALUE "MONTH".
               02 FILLER PIC X(12) VALUE "    RECEIVED".
               02 FILLER PIC X(12) VALUE "    REJECTED".
               02 FILLER PIC X(12) VALUE "    RECYCLED".
               02 FILLER PIC X(12) VALUE " QUARANTINED".
               02 FILLER PIC X(9) VALUE "  REJECT%".
               02 FILLER PIC X(9) VALUE " ACCEPTED".
               02 FILLER PIC X(9) VALUE "  REFUSED".
               02 FILLER PIC X(9) VALUE "     LATE".
               02 FILLER PIC X(9) VALUE " DEGRADED".
             01 monthline.
               02 mlmonth PIC X(6).
               02 FILLER PIC X(2) VALUE SPACES.
               02 FILLER PIC X(3) VALUE SPACES.
               02 mlreceived PIC Z(8)9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 mlrejected PIC Z(8)9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 mlrecycled PIC Z(8)9.
               02 FILLER PIC X(3) VALUE SPACES.
               02 mlquarant PIC Z(8)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 mlrate PIC ZZ9.99.
               02 FILLER PIC X(1) VALUE "%".
               02 FILLER PIC X(4) VALUE SPACES.
               02 mlaccepted PIC ZZZZ9.
               02 FILLER PIC X(4) VALUE SPACES.
               02 mlrefused PIC ZZZZ9.
               02 FILLER PIC X(4) VALUE SPACES.
               02 mllate PIC ZZZZ9.
               02 FILLER PIC X(4) VALUE SPACES.
               02 mldegraded PIC ZZZZ9.
             01 reasonline.
               02 FILLER PIC X(9) VALUE "  REASON ".
               02 rlcode PIC X(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rlcount PIC Z(8)9.
               02 FILLER PIC X(2) VALUE SPACES.
               02 rlrate PIC ZZ9.99.
               02 FILLER PIC X(12) VALUE "% OF RECORDS".

       PROCEDURE DIVISION.
      *Monthly upstream feed quality scorecard. The feed-quality
      *ledger (NIGHT figures from the day programs, delivery events
      *from stager, degraded nights from the driver) is rolled up
      *per supplier through the supplier map: records received,
      *rejected, recycled and quarantined, the reject rate overall
      *and by reason code, deliveries accepted, refused and late,
      *and nights the batch ran degraded - for the scored month and
      *each of the three before it, with a trend line against them.
      *This is the pack for the supplier review meetings.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT batchroot FROM ENVIRONMENT "DRIVER_BATCHROOT"
           IF batchroot = SPACES THEN
            MOVE "DRIVER_BATCHROOT" TO confkey
            PERFORM Getconfig
            MOVE confval TO batchroot
           END-IF
           IF batchroot = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear)
             DELIMITED BY SIZE INTO batchroot
           END-IF
           ACCEPT ledgerpath FROM ENVIRONMENT "FEED_LEDGER"
           IF ledgerpath = SPACES THEN
            MOVE "FEED_LEDGER" TO confkey
            PERFORM Getconfig
            MOVE confval TO ledgerpath
           END-IF
           IF ledgerpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/feedledger.txt'
             DELIMITED BY SIZE INTO ledgerpath
           END-IF
           ACCEPT mappath FROM ENVIRONMENT "FEED_SUPPLIERS"
           IF mappath = SPACES THEN
            MOVE "FEED_SUPPLIERS" TO confkey
            PERFORM Getconfig
            MOVE confval TO mappath
           END-IF
           IF mappath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/suppliers.txt'
             DELIMITED BY SIZE INTO mappath
           END-IF
           ACCEPT scorebase FROM ENVIRONMENT "FEEDSCORE_REPORT"
           IF scorebase = SPACES THEN
            MOVE "FEEDSCORE_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO scorebase
           END-IF
           IF scorebase = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/feedscore'
             DELIMITED BY SIZE INTO scorebase
           END-IF
      *The month scored defaults to the one just closed.
           ACCEPT scoremonth FROM ENVIRONMENT "FEEDSCORE_MONTH"
           IF scoremonth = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:6) TO firstofmonthx(1:6)
            MOVE "01" TO firstofmonthx(7:2)
            COMPUTE workint =
             FUNCTION INTEGER-OF-DATE(firstofmonth) - 1
            COMPUTE workdate = FUNCTION DATE-OF-INTEGER(workint)
            MOVE workdatex(1:6) TO scoremonth
           END-IF
           MOVE scoremonth TO mmonth(1)
           MOVE scoremonth TO firstofmonthx(1:6)
           MOVE "01" TO firstofmonthx(7:2)
           PERFORM VARYING monthidx FROM 2 BY 1 UNTIL monthidx > 4
            COMPUTE workint =
             FUNCTION INTEGER-OF-DATE(firstofmonth) - 1
            COMPUTE workdate = FUNCTION DATE-OF-INTEGER(workint)
            MOVE workdatex(1:6) TO mmonth(monthidx)
            MOVE workdatex(1:6) TO firstofmonthx(1:6)
           END-PERFORM
           INITIALIZE eventtab
           INITIALIZE sumtab
           PERFORM Loadmap
           PERFORM Readledger
           PERFORM Rollup
           STRING FUNCTION TRIM(scorebase) "_" scoremonth ".txt"
            DELIMITED BY SIZE INTO scorepath
           OPEN OUTPUT scorefile
           MOVE "scorefile" TO errfile
           MOVE scorestatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO scorerec
           STRING "==== FEED QUALITY SCORECARD " scoremonth " ===="
            DELIMITED BY SIZE INTO scorerec
           WRITE scorerec
           MOVE SPACES TO scorerec
           STRING "LEDGER " FUNCTION TRIM(ledgerpath)
            DELIMITED BY SIZE INTO scorerec
           WRITE scorerec
           MOVE 0 TO shownsupps
           PERFORM VARYING suppidx FROM 1 BY 1
            UNTIL suppidx > suppcount
            PERFORM Writesupplier
           END-PERFORM
           MOVE SPACES TO scorerec
           WRITE scorerec
           MOVE SPACES TO scorerec
           STRING "END SCORECARD - " shownsupps " supplier(s), "
            scorednights " feed night(s) in " scoremonth
            DELIMITED BY SIZE INTO scorerec
           WRITE scorerec
           CLOSE scorefile
           CALL "runreg" USING scorepath
           IF slotfull = 1 OR reasonfull = 1 THEN
            MOVE SPACES TO logmsg
            STRING "feed ledger tables full - scorecard for "
             scoremonth " is incomplete"
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
           END-IF
           MOVE SPACES TO logmsg
           STRING "feed scorecard " scoremonth " - " shownsupps
            " supplier(s), " scorednights " feed night(s) at "
            FUNCTION TRIM(scorepath)
            DELIMITED BY SIZE INTO logmsg
           IF scorednights = 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           IF scorednights = 0 THEN
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

      *Feed-to-supplier pairs from the supplier map; UNASSIGNED is
      *always the last supplier.
           Loadmap.
            PERFORM VARYING feedidx FROM 1 BY 1 UNTIL feedidx > 9
             MOVE 0 TO feedsupp(feedidx)
            END-PERFORM
            MOVE 0 TO suppcount
            OPEN INPUT mapfile
            IF mapstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no supplier map at " FUNCTION TRIM(mappath)
              " - every feed scored under UNASSIGNED"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
            ELSE
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ mapfile INTO maprec
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF maprec NOT= SPACES
                 AND maprec(1:1) NOT= "*" THEN
                 PERFORM Takemapline
                END-IF
              END-READ
             END-PERFORM
             CLOSE mapfile
            END-IF
            ADD 1 TO suppcount
            MOVE "UNASSIGNED" TO suppname(suppcount)
            MOVE SPACES TO suppfeeds(suppcount)
            PERFORM VARYING feedidx FROM 1 BY 1 UNTIL feedidx > 9
             IF feedsupp(feedidx) = 0 THEN
              MOVE suppcount TO feedsupp(feedidx)
             END-IF
             MOVE feedsupp(feedidx) TO suppidx
             MOVE SPACES TO feedname
             STRING "day" feedidx(2:1) DELIMITED BY SIZE
              INTO feedname
             MOVE SPACES TO feedlist
             STRING FUNCTION TRIM(suppfeeds(suppidx)) " " feedname
              DELIMITED BY SIZE INTO feedlist
             MOVE FUNCTION TRIM(feedlist) TO suppfeeds(suppidx)
            END-PERFORM.

           Takemapline.
            MOVE SPACES TO mtok1 mtok2
            UNSTRING maprec DELIMITED BY ALL SPACES
             INTO mtok1 mtok2
            IF mtok1(1:3) NOT= "day" OR mtok1(4:1) < "1"
             OR mtok1(4:1) > "9" OR mtok1(5:1) NOT= SPACE
             OR mtok2 = SPACES THEN
             MOVE SPACES TO logmsg
             STRING "supplier map line ignored - "
              FUNCTION TRIM(maprec)
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO supphit
            PERFORM VARYING suppidx FROM 1 BY 1
             UNTIL suppidx > suppcount OR supphit > 0
             IF suppname(suppidx) = mtok2 THEN
              MOVE suppidx TO supphit
             END-IF
            END-PERFORM
            IF supphit = 0 THEN
             IF suppcount >= 20 THEN
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO suppcount
             MOVE suppcount TO supphit
             MOVE mtok2 TO suppname(supphit)
             MOVE SPACES TO suppfeeds(supphit)
            END-IF
            COMPUTE feedidx = FUNCTION NUMVAL(mtok1(4:1))
            MOVE supphit TO feedsupp(feedidx).

      *Every ledger record of the four months.
           Readledger.
            OPEN INPUT ledgerfile
            IF ledgerstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no feed-quality ledger at "
              FUNCTION TRIM(ledgerpath)
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ ledgerfile INTO feedline
              AT END
               MOVE 1 TO eof
              NOT AT END
               PERFORM Takeledger
             END-READ
            END-PERFORM
            CLOSE ledgerfile.

           Takeledger.
            MOVE 0 TO recmonth
            PERFORM VARYING monthidx FROM 1 BY 1 UNTIL monthidx > 4
             IF fqdate(1:6) = mmonth(monthidx) THEN
              MOVE monthidx TO recmonth
             END-IF
            END-PERFORM
            IF recmonth = 0 OR fqfeed(1:3) NOT= "day"
             OR fqfeed(4:1) < "1" OR fqfeed(4:1) > "9" THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO ledgerrecs
            COMPUTE feedidx = FUNCTION NUMVAL(fqfeed(4:1))
            EVALUATE fqkind
             WHEN "NIGHT"
              PERFORM Findslot
              IF slothit = 0 THEN
               EXIT PARAGRAPH
              END-IF
              IF slnight(slothit) = 1 THEN
               PERFORM VARYING reasonidx FROM 1 BY 1
                UNTIL reasonidx > reasoncount
                IF rzslot(reasonidx) = slothit THEN
                 MOVE 0 TO rzlive(reasonidx)
                END-IF
               END-PERFORM
              END-IF
              MOVE 1 TO slnight(slothit)
              MOVE fqreceived TO slreceived(slothit)
              MOVE fqrejected TO slrejected(slothit)
              MOVE fqrecycled TO slrecycled(slothit)
              MOVE fqquarant TO slquarant(slothit)
             WHEN "REASON"
              PERFORM Findslot
              IF slothit = 0 THEN
               EXIT PARAGRAPH
              END-IF
              IF reasoncount >= 5000 THEN
               MOVE 1 TO reasonfull
               EXIT PARAGRAPH
              END-IF
              ADD 1 TO reasoncount
              MOVE slothit TO rzslot(reasoncount)
              MOVE fqreason TO rzcode(reasoncount)
              MOVE fqrejected TO rzcount(reasoncount)
              MOVE 1 TO rzlive(reasoncount)
             WHEN "DEGRADED"
              PERFORM Findslot
              IF slothit > 0 THEN
               MOVE 1 TO sldegraded(slothit)
              END-IF
             WHEN "ACCEPTED"
              ADD 1 TO evaccepted(feedidx, recmonth)
             WHEN "REFUSED"
              ADD 1 TO evrefused(feedidx, recmonth)
             WHEN "LATE"
              ADD 1 TO evlate(feedidx, recmonth)
             WHEN OTHER
              CONTINUE
            END-EVALUATE.

      *The slot for the record's feed and night, opened on first
      *sight; slothit stays 0 once the table is full.
           Findslot.
            MOVE 0 TO slothit
            PERFORM VARYING slotidx FROM 1 BY 1
             UNTIL slotidx > slotcount OR slothit > 0
             IF sldate(slotidx) = fqdate
              AND slfeed(slotidx) = feedidx THEN
              MOVE slotidx TO slothit
             END-IF
            END-PERFORM
            IF slothit > 0 THEN
             EXIT PARAGRAPH
            END-IF
            IF slotcount >= 1200 THEN
             MOVE 1 TO slotfull
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO slotcount
            MOVE slotcount TO slothit
            MOVE fqdate TO sldate(slothit)
            MOVE feedidx TO slfeed(slothit)
            MOVE recmonth TO slmonth(slothit)
            MOVE 0 TO slnight(slothit)
            MOVE 0 TO slreceived(slothit)
            MOVE 0 TO slrejected(slothit)
            MOVE 0 TO slrecycled(slothit)
            MOVE 0 TO slquarant(slothit)
            MOVE 0 TO sldegraded(slothit).

      *Slots, events and live reason codes summed per supplier.
           Rollup.
            PERFORM VARYING slotidx FROM 1 BY 1
             UNTIL slotidx > slotcount
             MOVE feedsupp(slfeed(slotidx)) TO suppidx
             MOVE slmonth(slotidx) TO monthidx
             IF slnight(slotidx) = 1 THEN
              ADD 1 TO smnights(suppidx, monthidx)
              ADD slreceived(slotidx) TO smreceived(suppidx, monthidx)
              ADD slrejected(slotidx) TO smrejected(suppidx, monthidx)
              ADD slrecycled(slotidx) TO smrecycled(suppidx, monthidx)
              ADD slquarant(slotidx) TO smquarant(suppidx, monthidx)
              IF monthidx = 1 THEN
               ADD 1 TO scorednights
              END-IF
             END-IF
             IF sldegraded(slotidx) = 1 THEN
              ADD 1 TO smdegraded(suppidx, monthidx)
             END-IF
            END-PERFORM
            PERFORM VARYING feedidx FROM 1 BY 1 UNTIL feedidx > 9
             MOVE feedsupp(feedidx) TO suppidx
             PERFORM VARYING monthidx FROM 1 BY 1 UNTIL monthidx > 4
              ADD evaccepted(feedidx, monthidx)
               TO smaccepted(suppidx, monthidx)
              ADD evrefused(feedidx, monthidx)
               TO smrefused(suppidx, monthidx)
              ADD evlate(feedidx, monthidx)
               TO smlate(suppidx, monthidx)
             END-PERFORM
            END-PERFORM
            MOVE 0 TO suppreasoncount
            PERFORM VARYING reasonidx FROM 1 BY 1
             UNTIL reasonidx > reasoncount
             IF rzlive(reasonidx) = 1
              AND slmonth(rzslot(reasonidx)) = 1 THEN
              PERFORM Takesuppreason
             END-IF
            END-PERFORM.

           Takesuppreason.
            MOVE feedsupp(slfeed(rzslot(reasonidx))) TO suppidx
            MOVE 0 TO suppreasonhit
            PERFORM VARYING suppreasonidx FROM 1 BY 1
             UNTIL suppreasonidx > suppreasoncount
              OR suppreasonhit > 0
             IF srsupp(suppreasonidx) = suppidx
              AND srcode(suppreasonidx) = rzcode(reasonidx) THEN
              MOVE suppreasonidx TO suppreasonhit
             END-IF
            END-PERFORM
            IF suppreasonhit = 0 THEN
             IF suppreasoncount >= 400 THEN
              MOVE 1 TO reasonfull
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO suppreasoncount
             MOVE suppreasoncount TO suppreasonhit
             MOVE suppidx TO srsupp(suppreasonhit)
             MOVE rzcode(reasonidx) TO srcode(suppreasonhit)
             MOVE 0 TO srcount(suppreasonhit)
            END-IF
            ADD rzcount(reasonidx) TO srcount(suppreasonhit).

      *One supplier's block: the four months, the scored month's
      *reason codes and the trend. UNASSIGNED is left out when none
      *of its feeds put anything on the ledger.
           Writesupplier.
            IF suppname(suppidx) = "UNASSIGNED" THEN
             MOVE 0 TO supphit
             PERFORM VARYING monthidx FROM 1 BY 1 UNTIL monthidx > 4
              IF smnights(suppidx, monthidx) > 0
               OR smaccepted(suppidx, monthidx) > 0
               OR smrefused(suppidx, monthidx) > 0
               OR smlate(suppidx, monthidx) > 0
               OR smdegraded(suppidx, monthidx) > 0 THEN
               MOVE 1 TO supphit
              END-IF
             END-PERFORM
             IF supphit = 0 THEN
              EXIT PARAGRAPH
             END-IF
            END-IF
            ADD 1 TO shownsupps
            MOVE SPACES TO scorerec
            WRITE scorerec
            MOVE SPACES TO scorerec
            STRING "SUPPLIER " FUNCTION TRIM(suppname(suppidx))
             " FEEDS " FUNCTION TRIM(suppfeeds(suppidx))
             DELIMITED BY SIZE INTO scorerec
            WRITE scorerec
            WRITE scorerec FROM monthhead
            PERFORM VARYING monthidx FROM 1 BY 1 UNTIL monthidx > 4
             MOVE mmonth(monthidx) TO mlmonth
             MOVE smreceived(suppidx, monthidx) TO mlreceived
             MOVE smrejected(suppidx, monthidx) TO mlrejected
             MOVE smrecycled(suppidx, monthidx) TO mlrecycled
             MOVE smquarant(suppidx, monthidx) TO mlquarant
             IF smreceived(suppidx, monthidx) > 0 THEN
              COMPUTE mlrate ROUNDED =
               smrejected(suppidx, monthidx) * 100
               / smreceived(suppidx, monthidx)
             ELSE
              MOVE 0 TO mlrate
             END-IF
             MOVE smaccepted(suppidx, monthidx) TO mlaccepted
             MOVE smrefused(suppidx, monthidx) TO mlrefused
             MOVE smlate(suppidx, monthidx) TO mllate
             MOVE smdegraded(suppidx, monthidx) TO mldegraded
             WRITE scorerec FROM monthline
            END-PERFORM
            PERFORM VARYING suppreasonidx FROM 1 BY 1
             UNTIL suppreasonidx > suppreasoncount
             IF srsupp(suppreasonidx) = suppidx THEN
              MOVE srcode(suppreasonidx) TO rlcode
              MOVE srcount(suppreasonidx) TO rlcount
              IF smreceived(suppidx, 1) > 0 THEN
               COMPUTE rlrate ROUNDED =
                srcount(suppreasonidx) * 100
                / smreceived(suppidx, 1)
              ELSE
               MOVE 0 TO rlrate
              END-IF
              WRITE scorerec FROM reasonline
             END-IF
            END-PERFORM
            PERFORM Writetrend.

      *The scored month against the three before it taken together:
      *the reject rate against their combined rate, and refused,
      *late and degraded incidents against their monthly average.
           Writetrend.
            MOVE 0 TO priorreceived
            MOVE 0 TO priorrejected
            MOVE 0 TO priorincidents
            PERFORM VARYING monthidx FROM 2 BY 1 UNTIL monthidx > 4
             ADD smreceived(suppidx, monthidx) TO priorreceived
             ADD smrejected(suppidx, monthidx) TO priorrejected
             ADD smrefused(suppidx, monthidx)
              smlate(suppidx, monthidx)
              smdegraded(suppidx, monthidx) TO priorincidents
            END-PERFORM
            COMPUTE nowincidents = smrefused(suppidx, 1)
             + smlate(suppidx, 1) + smdegraded(suppidx, 1)
            MOVE SPACES TO scorerec
            IF priorreceived = 0 AND priorincidents = 0 THEN
             STRING "  TREND nothing on the ledger for "
              mmonth(4) " to " mmonth(2) " - no comparison"
              DELIMITED BY SIZE INTO scorerec
             WRITE scorerec
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO nowrate
            IF smreceived(suppidx, 1) > 0 THEN
             COMPUTE nowrate ROUNDED = smrejected(suppidx, 1) * 100
              / smreceived(suppidx, 1)
            END-IF
            MOVE 0 TO priorrate
            IF priorreceived > 0 THEN
             COMPUTE priorrate ROUNDED = priorrejected * 100
              / priorreceived
            END-IF
            EVALUATE TRUE
             WHEN nowrate > priorrate
              MOVE "WORSE" TO ratedir
             WHEN nowrate < priorrate
              MOVE "BETTER" TO ratedir
             WHEN OTHER
              MOVE "SAME" TO ratedir
            END-EVALUATE
            COMPUTE prioravg ROUNDED = priorincidents / 3
            MOVE nowincidents TO nowavg
            EVALUATE TRUE
             WHEN nowavg > prioravg
              MOVE "WORSE" TO incdir
             WHEN nowavg < prioravg
              MOVE "BETTER" TO incdir
             WHEN OTHER
              MOVE "SAME" TO incdir
            END-EVALUATE
            MOVE nowrate TO rateedit
            MOVE priorrate TO rateedit2
            MOVE prioravg TO avgedit
            MOVE nowincidents TO incedit
            STRING "  TREND REJECT RATE " FUNCTION TRIM(rateedit)
             "% VS " FUNCTION TRIM(rateedit2) "% PRIOR 3 MONTHS "
             FUNCTION TRIM(ratedir) " - INCIDENTS "
             FUNCTION TRIM(incedit) " VS " FUNCTION TRIM(avgedit)
             " A MONTH " FUNCTION TRIM(incdir)
             DELIMITED BY SIZE INTO scorerec
            WRITE scorerec.

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
