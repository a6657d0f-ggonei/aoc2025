             SELECT ckfile ASSIGN TO ckfpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ckfstatus.
             SELECT agemapfile ASSIGN TO agemappath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS agemapstatus.
             SELECT clusterfile ASSIGN TO clusterpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS clusterstatus.

       DATA DIVISION.
           FILE SECTION.
            FD snapshotfile.
            01 snapshotrec PIC X(200).
            FD metricsfile.
            01 metricsrec PIC X(100).
            FD rejectfile.
            01 rejectrec PIC X(220).
            FD genckptfile.
            FD reportfile.
            01 reportrec PIC X(40).
            FD ckfile.
            01 ckrec PIC X(160).
            FD agemapfile.
            01 agemaprec PIC X(220).
            FD clusterfile.
            01 clusterrec PIC X(120).
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
            01 part PIC X(2) VALUE "P1".
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day4/inputtst'.
             02 mtlremaining PIC Z(5)9.
             02 FILLER PIC X(8) VALUE " TOTCNT ".
             02 mtltotcnt PIC Z(17)9.
             02 FILLER PIC X(10) VALUE " EXAMINED ".
             02 mtlexamined PIC Z(5)9.
            01 maxgenline.
             02 FILLER PIC X(24) VALUE "MAXGEN reached at gen ".
             02 mglgen PIC Z(4)9.
             02 rjlreason PIC X(12).
             02 FILLER PIC X(1) VALUE SPACE.
             02 rjlcontent PIC X(200).
      *Feed-quality ledger (feedqual): the grid rows received and
      *each rejected row under its reason code, for the monthly
      *supplier scorecard. Both parts read the same feed; the later
      *run's night stands.
            01 fqop PIC X(4) VALUE SPACES.
            01 feedrecs PIC 9(8) VALUE 0.
            01 feedrejects PIC 9(8) VALUE 0.
            COPY feedrec.
            01 expectedpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day4/p1expected.txt'.
            01 reportbase PIC X(250) VALUE
            01 cornercnt PIC 9(5) VALUE 0.
            01 boundarymode PIC X(7) VALUE "CORNERS".
            01 onboundary PIC X(1) VALUE "N".
      *Part 2 also leaves one removal-age map per grid: every cell
      *the spread removed shows the generation it fell in (1-9,
      *then A-Z for 10-35, then a-z for 36-61, + beyond), cells
      *that survived show @ and empty cells stay ".". Under each
      *map a histogram of cells removed per generation.
            01 agemappath PIC X(250) VALUE SPACES.
            01 agemapstatus PIC X(2) VALUE SPACES.
            01 agetab.
             02 agerow OCCURS 200 TIMES.
              03 agecell PIC 9(5) OCCURS 200 TIMES.
            01 agecodetab.
             02 FILLER PIC X(35) VALUE
              "123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
             02 FILLER PIC X(26) VALUE
              "abcdefghijklmnopqrstuvwxyz".
            01 agecodes REDEFINES agecodetab PIC X(61).
            01 agehisttab.
             02 agehistcnt PIC 9(6) OCCURS 1000 TIMES.
            01 ageover PIC 9(6) VALUE 0.
            01 agehigh PIC 9(5) VALUE 0.
            01 agemax PIC 9(6) VALUE 0.
            01 agegen PIC 9(5) VALUE 0.
            01 agecol PIC 9(3) VALUE 0.
            01 ageresumed PIC 9(5) VALUE 0.
            01 agesurvivors PIC 9(6) VALUE 0.
            01 agebarlen PIC 9(3) VALUE 0.
            01 agebar PIC X(50) VALUE SPACES.
            01 agehistline.
             02 FILLER PIC X(4) VALUE "GEN ".
             02 ahlgen PIC Z(4)9.
             02 FILLER PIC X(9) VALUE " REMOVED ".
             02 ahlcnt PIC Z(5)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 ahlbar PIC X(50).
      *Cluster report (part 2 runs): the 8-connected colonies of @
      *in each grid as fed and again once the spread settles.
      *A cluster's row span is the most columns it covers in any one
      *row, first cell to last.
            01 clusterpath PIC X(250) VALUE SPACES.
            01 clusterstatus PIC X(2) VALUE SPACES.
            01 clustab.
             02 clusrow OCCURS 200 TIMES.
              03 cluslabel PIC 9(5) OCCURS 200 TIMES.
            01 clusstack.
             02 clusentry OCCURS 40000 TIMES.
              03 stkrow PIC 9(3).
              03 stkcol PIC 9(3).
            01 clustop PIC 9(5) VALUE 0.
            01 clusphase PIC X(7) VALUE SPACES.
            01 cluscount PIC 9(5) VALUE 0.
            01 cluscells PIC 9(5) VALUE 0.
            01 cluslargest PIC 9(5) VALUE 0.
            01 clusinitcount PIC 9(5) VALUE 0.
            01 clusinitlargest PIC 9(5) VALUE 0.
            01 clusr PIC 9(3) VALUE 0.
            01 clusc PIC 9(3) VALUE 0.
            01 clusprow PIC 9(3) VALUE 0.
            01 cluspcol PIC 9(3) VALUE 0.
            01 clusnr PIC S9(4) VALUE 0.
            01 clusnc PIC S9(4) VALUE 0.
            01 clusdr PIC S9(1) VALUE 0.
            01 clusdc PIC S9(1) VALUE 0.
            01 clusminr PIC 9(3) VALUE 0.
            01 clusmaxr PIC 9(3) VALUE 0.
            01 clusminc PIC 9(3) VALUE 0.
            01 clusmaxc PIC 9(3) VALUE 0.
            01 clusspan PIC 9(3) VALUE 0.
            01 clusfirst PIC 9(3) VALUE 0.
            01 cluslast PIC 9(3) VALUE 0.
            01 clusterline.
             02 FILLER PIC X(8) VALUE "CLUSTER ".
             02 cllnum PIC Z(4)9.
             02 FILLER PIC X(7) VALUE " CELLS ".
             02 cllcells PIC Z(4)9.
             02 FILLER PIC X(6) VALUE " ROWS ".
             02 cllminr PIC ZZ9.
             02 FILLER PIC X(1) VALUE "-".
             02 cllmaxr PIC ZZ9.
             02 FILLER PIC X(6) VALUE " COLS ".
             02 cllminc PIC ZZ9.
             02 FILLER PIC X(1) VALUE "-".
             02 cllmaxc PIC ZZ9.
             02 FILLER PIC X(9) VALUE " ROWSPAN ".
             02 cllspan PIC ZZ9.
      *Spread method: FULLSCAN re-evaluates every cell of the grid
      *each generation; FRONTIER (the default) scans the whole grid
      *once, then re-evaluates only the cells next to the previous
      *generation's removals - the only cells whose neighbour count
      *can have changed. Removals within one generation still see
      *each other as occupied, so both give the same grid.
            01 spreadmode PIC X(8) VALUE SPACES.
            01 fullpass PIC X(1) VALUE "Y".
            01 examined PIC 9(6) VALUE 0.
            01 gridexamined PIC 9(12) VALUE 0.
            01 alive PIC 9(6) VALUE 0.
            01 remcount PIC 9(5) VALUE 0.
            01 remix PIC 9(5) VALUE 0.
            01 remtab.
             02 rementry OCCURS 40000 TIMES.
              03 remrow PIC 9(3).
              03 remcol PIC 9(3).
            01 candcount PIC 9(5) VALUE 0.
            01 candix PIC 9(5) VALUE 0.
            01 candtab.
             02 candentry OCCURS 40000 TIMES.
              03 candrow PIC 9(3).
              03 candcol PIC 9(3).
            01 candstamp PIC 9(9) VALUE 0.
            01 candmarktab.
             02 candmarkrow OCCURS 200 TIMES.
              03 candmark PIC 9(9) VALUE 0 OCCURS 200 TIMES.
            01 spdr PIC S9(1) VALUE 0.
            01 spdc PIC S9(1) VALUE 0.
            01 spnr PIC S9(4) VALUE 0.
            01 spnc PIC S9(4) VALUE 0.
            01 startsecs PIC 9(12) VALUE 0.
            01 endsecs PIC 9(12) VALUE 0.
            01 elapsedsecs PIC s9(7) VALUE 0.
            01 clockdisp PIC X(19) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
           ELSE
            PERFORM Setuppart1
           END-IF
           IF part = "P2" THEN
            PERFORM Setupclusters
           END-IF
           OPEN INPUT inputfile
           MOVE "inputfile" TO errfile
           MOVE inputstatus TO errstatus
           PERFORM UNTIL gridloaded = 0
            PERFORM Validategrid
            PERFORM Startgrid
            IF part = "P2" THEN
             MOVE "INITIAL" TO clusphase
             PERFORM Clustergrid
            END-IF
            IF resumed = "Y" AND gridnum < resumedgrid THEN
             MOVE SPACES TO logmsg
             MOVE gridnum TO grlnum
             MOVE "INFO " TO logsev
             PERFORM Log
             MOVE gridanswer(gridnum) TO gridans
             IF part = "P2" THEN
              MOVE gridnum TO gmsnum
              MOVE gridmarkersnap TO agemaprec
              WRITE agemaprec
              MOVE "restored from checkpoint - no age map"
               TO agemaprec
              WRITE agemaprec
              MOVE SPACES TO clusterrec
              STRING "Grid " grlnum " SETTLED restored from "
               "checkpoint - no cluster report"
               DELIMITED BY SIZE INTO clusterrec
              WRITE clusterrec
             END-IF
            ELSE
             IF part = "P2" THEN
              PERFORM Spreadgrid
              PERFORM Writeagemap
              MOVE "SETTLED" TO clusphase
              PERFORM Clustergrid
             ELSE
              PERFORM Scangrid
             END-IF
            END-IF
           END-PERFORM
           CLOSE inputfile
           PERFORM Writefeednight
           IF part = "P2" THEN
            CLOSE clusterfile
            CALL "runreg" USING clusterpath
           END-IF
           IF part = "P2" THEN
            PERFORM Finishpart2
           ELSE
            MOVE "INFO " TO logsev
            PERFORM Log.

      *The night's figures for the day4 feed; part 1 runs without a
      *report date and takes today's.
           Writefeednight.
            IF reportdate = SPACES THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO fqdate
            ELSE
             MOVE reportdate TO fqdate
            END-IF
            MOVE "day4" TO fqfeed
            IF part = "P2" THEN
             MOVE "day4-p2" TO fqprogram
            ELSE
             MOVE "day4-p1" TO fqprogram
            END-IF
            MOVE feedrecs TO fqreceived
            MOVE feedrejects TO fqrejected
            MOVE 0 TO fqrecycled
            MOVE 0 TO fqquarant
            MOVE SPACES TO fqreason
            MOVE "NGHT" TO fqop
            CALL "feedqual" USING fqop feedline.

           Checkstatus.
            IF errstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
              DELIMITED BY SIZE INTO rejectpath
            END-IF
            MOVE 0 TO badrows
            ADD griddim TO feedrecs
            PERFORM VARYING posix FROM 1 BY 1 UNTIL posix > griddim
             COMPUTE rowlen = FUNCTION LENGTH(
              FUNCTION TRIM(posy(posix), TRAILING))
              MOVE posix TO rjlrow
              IF rowlen NOT= griddim THEN
               MOVE "ragged width" TO rjlreason
               MOVE "RAGGED WIDTH" TO fqreason
              ELSE
               MOVE "illegal char" TO rjlreason
               MOVE "ILLEGAL CHAR" TO fqreason
              END-IF
              ADD 1 TO feedrejects
              MOVE 1 TO fqrejected
              MOVE "RJCT" TO fqop
              CALL "feedqual" USING fqop feedline
              MOVE posy(posix) TO rjlcontent
              WRITE rejectrec FROM rejectline
              MOVE SPACES TO logmsg
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             PERFORM Writefeednight
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF.
             COMPUTE ckptgens = FUNCTION NUMVAL(rawckptgens)
            END-IF
            PERFORM Loadgenckpt
            ACCEPT spreadmode FROM ENVIRONMENT "DAY4_SPREADMODE"
            IF spreadmode = SPACES THEN
             MOVE "DAY4_SPREADMODE" TO confkey
             PERFORM Getconfig
             MOVE confval TO spreadmode
            END-IF
            MOVE FUNCTION UPPER-CASE(spreadmode) TO spreadmode
            IF spreadmode NOT= "FULLSCAN" THEN
             MOVE "FRONTIER" TO spreadmode
            END-IF
            MOVE SPACES TO logmsg
            STRING "mold spread method " FUNCTION TRIM(spreadmode)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            ACCEPT reportbase FROM ENVIRONMENT "DAY4_REPORT"
            IF reportbase = SPACES THEN
             MOVE "DAY4_REPORT" TO confkey
            PERFORM Checkstatus
            MOVE "metricsfile" TO errfile
            MOVE metricsstatus TO errstatus
            PERFORM Checkstatus
            ACCEPT agemappath FROM ENVIRONMENT "DAY4_AGEMAP"
            IF agemappath = SPACES THEN
             MOVE "DAY4_AGEMAP" TO confkey
             PERFORM Getconfig
             MOVE confval TO agemappath
            END-IF
            IF agemappath = SPACES THEN
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/day4/agemap.txt'
              DELIMITED BY SIZE INTO agemappath
            END-IF
            OPEN OUTPUT agemapfile
            MOVE "agemapfile" TO errfile
            MOVE agemapstatus TO errstatus
            PERFORM Checkstatus.

      *The part-2 mold-spread loop, unchanged in its rules, applied
      *to one grid of the feed: the generation counter and running
      *count are per grid now, and the combined total accumulates
      *in Recordgrid. Each generation runs as a full scan or a
      *frontier pass (see spreadmode).
           Spreadgrid.
            MOVE 0 TO generation
            MOVE 1 TO cnt
            PERFORM VARYING posix FROM 1 BY 1 UNTIL posix > griddim
             PERFORM VARYING posiy FROM 1 BY 1 UNTIL posiy > griddim
              MOVE 0 TO agecell(posix, posiy)
             END-PERFORM
            END-PERFORM
            MOVE 0 TO ageresumed
            IF resumed = "Y" AND gridnum = resumedgrid THEN
             PERFORM Applygenckpt
             MOVE generation TO ageresumed
            END-IF
            MOVE 0 TO alive
            PERFORM VARYING posix FROM 1 BY 1 UNTIL posix > griddim
             INSPECT posy(posix)(1:griddim) TALLYING alive FOR ALL "@"
            END-PERFORM
            MOVE 0 TO remcount gridexamined
            MOVE "Y" TO fullpass
            PERFORM UNTIL cnt = 0
            MOVE 1 TO cnt
            IF spreadmode = "FULLSCAN" OR fullpass = "Y" THEN
             PERFORM Fullscan
             MOVE "N" TO fullpass
            ELSE
             PERFORM Frontierscan
            END-IF
            ADD examined TO gridexamined
            ADD cnt TO gridans
            SUBTRACT 1 FROM gridans
            MOVE SPACES TO logmsg
             MOVE 0 TO cnt
             PERFORM Writegenckpt
            END-IF
            END-PERFORM
            MOVE SPACES TO logmsg
            MOVE gridnum TO grlnum
            STRING "grid " grlnum " spread " FUNCTION TRIM(spreadmode)
             " cells examined " gridexamined
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *The original whole-grid generation: last generation's
      *removals are cleared, then every cell is evaluated.
           Fullscan.
            PERFORM VARYING posix FROM 1 BY 1 UNTIL posix > griddim
             PERFORM VARYING posiy FROM 1 BY 1 UNTIL posiy > griddim
              IF posy(posix)(posiy:1) = "/" THEN
               MOVE "." TO posy(posix)(posiy:1)
              END-IF
             END-PERFORM
            END-PERFORM
            MOVE 0 TO remcount
            PERFORM VARYING posix FROM 1 BY 1 UNTIL posix > griddim
             PERFORM VARYING posiy FROM 1 BY 1 UNTIL posiy > griddim
              PERFORM Evalcell
             END-PERFORM
            END-PERFORM
            COMPUTE examined = griddim * griddim.

      *A frontier generation: clears only last generation's
      *removals, gathers each live neighbour of them once, and
      *evaluates just those cells.
           Frontierscan.
            ADD 1 TO candstamp
            MOVE 0 TO candcount
            PERFORM VARYING remix FROM 1 BY 1 UNTIL remix > remcount
             MOVE "." TO posy(remrow(remix))(remcol(remix):1)
            END-PERFORM
            PERFORM VARYING remix FROM 1 BY 1 UNTIL remix > remcount
             PERFORM VARYING spdr FROM -1 BY 1 UNTIL spdr > 1
              PERFORM VARYING spdc FROM -1 BY 1 UNTIL spdc > 1
               PERFORM Addcandidate
              END-PERFORM
             END-PERFORM
            END-PERFORM
            MOVE 0 TO remcount
            PERFORM VARYING candix FROM 1 BY 1 UNTIL candix > candcount
             SET posix TO candrow(candix)
             MOVE candcol(candix) TO posiy
             PERFORM Evalcell
            END-PERFORM
            MOVE candcount TO examined.

      *Queues the neighbour of removed cell remix at offset
      *spdr,spdc when it is a live cell not already queued this
      *generation.
           Addcandidate.
            COMPUTE spnr = remrow(remix) + spdr
            COMPUTE spnc = remcol(remix) + spdc
            IF (spdr NOT= 0 OR spdc NOT= 0)
             AND spnr >= 1 AND spnr <= griddim
             AND spnc >= 1 AND spnc <= griddim THEN
             IF posy(spnr)(spnc:1) = "@"
              AND candmark(spnr, spnc) NOT= candstamp THEN
              MOVE candstamp TO candmark(spnr, spnc)
              ADD 1 TO candcount
              MOVE spnr TO candrow(candcount)
              MOVE spnc TO candcol(candcount)
             END-IF
            END-IF.

      *The spread rule for the cell at posix,posiy: a live cell
      *with fewer than 4 occupied neighbours (cells removed this
      *generation still count) is removed and remembered.
           Evalcell.
            MOVE 0 TO poscnt
            IF posy(posix)(posiy:1) = "@" THEN
             IF posix > 1 THEN MOVE "Y" TO domx ELSE MOVE "N" TO domx
             END-IF
             IF posix < griddim THEN MOVE "Y" TO dopx
              ELSE MOVE "N" TO dopx
             END-IF
             IF posiy > 1 THEN
              IF domx = "Y"
               AND (
                posy(posix - 1)(posiy - 1:1) = "/" OR
                posy(posix - 1)(posiy - 1:1) = "@"
               ) THEN
               ADD 1 TO poscnt
              END-IF
              IF (
                posy(posix)(posiy - 1:1) = "/" OR
                posy(posix)(posiy - 1:1) = "@"
               ) THEN
               ADD 1 TO poscnt
              END-IF
              IF dopx = "Y"
               AND (
                posy(posix + 1)(posiy - 1:1) = "/" OR
                posy(posix + 1)(posiy - 1:1) = "@"
               ) THEN
               ADD 1 TO poscnt
              END-IF
             END-IF
             IF posiy < griddim THEN
              IF domx = "Y"
               AND (
                posy(posix - 1)(posiy + 1:1) = "/" OR
                posy(posix - 1)(posiy + 1:1) = "@"
               ) THEN
               ADD 1 TO poscnt
              END-IF
              IF (
                posy(posix)(posiy + 1:1) = "/" OR
                posy(posix)(posiy + 1:1) = "@"
               ) THEN
               ADD 1 TO poscnt
              END-IF
              IF dopx = "Y"
               AND (
                posy(posix + 1)(posiy + 1:1) = "/" OR
                posy(posix + 1)(posiy + 1:1) = "@"
               ) THEN
               ADD 1 TO poscnt
              END-IF
             END-IF
             IF domx = "Y"
               AND (
                posy(posix - 1)(posiy:1) = "/" OR
                posy(posix - 1)(posiy:1) = "@"
               ) THEN
              ADD 1 TO poscnt
             END-IF
             IF dopx = "Y"
               AND (
                posy(posix + 1)(posiy:1) = "/" OR
                posy(posix + 1)(posiy:1) = "@"
               ) THEN
              ADD 1 TO poscnt
             END-IF
             IF poscnt < 4 THEN
              MOVE "/" TO posy(posix)(posiy:1)
              ADD 1 TO cnt
              COMPUTE agecell(posix, posiy) = generation + 1
              SUBTRACT 1 FROM alive
              ADD 1 TO remcount
              SET remrow(remcount) TO posix
              MOVE posiy TO remcol(remcount)
             END-IF
            END-IF.

           Finishpart2.
            CLOSE metricsfile
            CALL "runreg" USING metricspath
            CLOSE agemapfile
            CALL "runreg" USING agemappath
            CLOSE snapshotfile
      *A converged run no longer needs its restart file; a run ended
      *by the generation cap keeps it so the operator can resume
              INTO reportrec
             WRITE reportrec
            END-IF
            MOVE SPACES TO reportrec
            STRING "BUILD " buildid DELIMITED BY SIZE
             INTO reportrec
            WRITE reportrec
            IF maxgenhit = "Y" THEN
             MOVE maxgen TO mglgen
             WRITE reportrec FROM maxgenline
             WRITE snapshotrec
            END-PERFORM.

      *The cluster report goes out on a part 2 run only: it alone
      *has a settled grid to compare against the grid as fed, and
      *the two parts share one report path and can run in the same
      *wave.
           Setupclusters.
            ACCEPT clusterpath FROM ENVIRONMENT "DAY4_CLUSTERS"
            IF clusterpath = SPACES THEN
             MOVE "DAY4_CLUSTERS" TO confkey
             PERFORM Getconfig
             MOVE confval TO clusterpath
            END-IF
            IF clusterpath = SPACES THEN
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/day4/clusters.txt'
              DELIMITED BY SIZE INTO clusterpath
            END-IF
            OPEN OUTPUT clusterfile
            MOVE "clusterfile" TO errfile
            MOVE clusterstatus TO errstatus
            PERFORM Checkstatus.

      *Labels every 8-connected cluster of @ in the current grid
      *(clusphase INITIAL or SETTLED) and writes one line per
      *cluster, then the cluster count and the largest cluster. The
      *settled pass also says how the colony count moved.
           Clustergrid.
            PERFORM VARYING clusr FROM 1 BY 1 UNTIL clusr > griddim
             PERFORM VARYING clusc FROM 1 BY 1 UNTIL clusc > griddim
              MOVE 0 TO cluslabel(clusr, clusc)
             END-PERFORM
            END-PERFORM
            MOVE 0 TO cluscount cluslargest
            MOVE SPACES TO clusterrec
            MOVE gridnum TO grlnum
            STRING "Grid " grlnum " " clusphase
             DELIMITED BY SIZE INTO clusterrec
            WRITE clusterrec
            PERFORM VARYING clusr FROM 1 BY 1 UNTIL clusr > griddim
             PERFORM VARYING clusc FROM 1 BY 1 UNTIL clusc > griddim
              IF posy(clusr)(clusc:1) = "@"
               AND cluslabel(clusr, clusc) = 0 THEN
               PERFORM Fillcluster
              END-IF
             END-PERFORM
            END-PERFORM
            MOVE SPACES TO clusterrec
            STRING "Grid " grlnum " " clusphase " CLUSTERS " cluscount
             " LARGEST " cluslargest
             DELIMITED BY SIZE INTO clusterrec
            WRITE clusterrec
            IF clusphase = "INITIAL" THEN
             MOVE cluscount TO clusinitcount
             MOVE cluslargest TO clusinitlargest
            ELSE
             MOVE SPACES TO clusterrec
             STRING "Grid " grlnum " CLUSTERS " clusinitcount
              " -> " cluscount " LARGEST " clusinitlargest
              " -> " cluslargest
              DELIMITED BY SIZE INTO clusterrec
             WRITE clusterrec
            END-IF.

      *Grows one new cluster from clusr,clusc with an explicit stack
      *(each cell is pushed once, when it is labelled), keeping the
      *bounding box, then measures its row span inside that box.
           Fillcluster.
            ADD 1 TO cluscount
            MOVE 0 TO cluscells
            MOVE clusr TO clusminr clusmaxr
            MOVE clusc TO clusminc clusmaxc
            MOVE cluscount TO cluslabel(clusr, clusc)
            MOVE 1 TO clustop
            MOVE clusr TO stkrow(1)
            MOVE clusc TO stkcol(1)
            PERFORM UNTIL clustop = 0
             MOVE stkrow(clustop) TO clusprow
             MOVE stkcol(clustop) TO cluspcol
             SUBTRACT 1 FROM clustop
             ADD 1 TO cluscells
             IF clusprow < clusminr THEN
              MOVE clusprow TO clusminr
             END-IF
             IF clusprow > clusmaxr THEN
              MOVE clusprow TO clusmaxr
             END-IF
             IF cluspcol < clusminc THEN
              MOVE cluspcol TO clusminc
             END-IF
             IF cluspcol > clusmaxc THEN
              MOVE cluspcol TO clusmaxc
             END-IF
             PERFORM VARYING clusdr FROM -1 BY 1 UNTIL clusdr > 1
              PERFORM VARYING clusdc FROM -1 BY 1 UNTIL clusdc > 1
               PERFORM Pushneighbour
              END-PERFORM
             END-PERFORM
            END-PERFORM
            MOVE 0 TO clusspan
            PERFORM VARYING clusnr FROM clusminr BY 1
             UNTIL clusnr > clusmaxr
             MOVE 0 TO clusfirst cluslast
             PERFORM VARYING clusnc FROM clusminc BY 1
              UNTIL clusnc > clusmaxc
              IF cluslabel(clusnr, clusnc) = cluscount THEN
               IF clusfirst = 0 THEN
                MOVE clusnc TO clusfirst
               END-IF
               MOVE clusnc TO cluslast
              END-IF
             END-PERFORM
             IF clusfirst > 0
              AND cluslast - clusfirst + 1 > clusspan THEN
              COMPUTE clusspan = cluslast - clusfirst + 1
             END-IF
            END-PERFORM
            IF cluscells > cluslargest THEN
             MOVE cluscells TO cluslargest
            END-IF
            MOVE cluscount TO cllnum
            MOVE cluscells TO cllcells
            MOVE clusminr TO cllminr
            MOVE clusmaxr TO cllmaxr
            MOVE clusminc TO cllminc
            MOVE clusmaxc TO cllmaxc
            MOVE clusspan TO cllspan
            WRITE clusterrec FROM clusterline.

      *Labels and stacks the neighbour of the popped cell
      *clusprow,cluspcol at offset clusdr,clusdc when it is an
      *unlabelled @ inside the grid.
           Pushneighbour.
            COMPUTE clusnr = clusprow + clusdr
            COMPUTE clusnc = cluspcol + clusdc
            IF (clusdr NOT= 0 OR clusdc NOT= 0)
             AND clusnr >= 1 AND clusnr <= griddim
             AND clusnc >= 1 AND clusnc <= griddim THEN
             IF posy(clusnr)(clusnc:1) = "@"
              AND cluslabel(clusnr, clusnc) = 0 THEN
              MOVE cluscount TO cluslabel(clusnr, clusnc)
              ADD 1 TO clustop
              MOVE clusnr TO stkrow(clustop)
              MOVE clusnc TO stkcol(clustop)
             END-IF
            END-IF.

      *One grid's removal-age map and its per-generation histogram.
      *A grid resumed from a checkpoint cannot tell its earlier
      *removals from empty floor, so the map says from which
      *generation its ages are known.
           Writeagemap.
            MOVE gridnum TO gmsnum
            MOVE gridmarkersnap TO agemaprec
            WRITE agemaprec
            IF ageresumed > 0 THEN
             MOVE SPACES TO agemaprec
             STRING "resumed at generation " ageresumed
              " - earlier removals show as ."
              DELIMITED BY SIZE INTO agemaprec
             WRITE agemaprec
            END-IF
            PERFORM VARYING agegen FROM 1 BY 1 UNTIL agegen > 1000
             MOVE 0 TO agehistcnt(agegen)
            END-PERFORM
            MOVE 0 TO ageover agehigh agemax agesurvivors
            PERFORM VARYING posix FROM 1 BY 1 UNTIL posix > griddim
             MOVE SPACES TO agemaprec
             PERFORM VARYING posiy FROM 1 BY 1 UNTIL posiy > griddim
              MOVE posiy TO agecol
              EVALUATE TRUE
               WHEN posy(posix)(posiy:1) = "@"
                MOVE "@" TO agemaprec(agecol:1)
                ADD 1 TO agesurvivors
               WHEN agecell(posix, posiy) = 0
                MOVE "." TO agemaprec(agecol:1)
               WHEN OTHER
                MOVE agecell(posix, posiy) TO agegen
                IF agegen > 61 THEN
                 MOVE "+" TO agemaprec(agecol:1)
                ELSE
                 MOVE agecodes(agegen:1) TO agemaprec(agecol:1)
                END-IF
                IF agegen > 1000 THEN
                 ADD 1 TO ageover
                ELSE
                 ADD 1 TO agehistcnt(agegen)
                 IF agehistcnt(agegen) > agemax THEN
                  MOVE agehistcnt(agegen) TO agemax
                 END-IF
                END-IF
                IF agegen > agehigh THEN
                 MOVE agegen TO agehigh
                END-IF
              END-EVALUATE
             END-PERFORM
             WRITE agemaprec
            END-PERFORM
            MOVE SPACES TO agemaprec
            STRING "SURVIVORS " agesurvivors " LAST REMOVAL GEN "
             agehigh
             DELIMITED BY SIZE INTO agemaprec
            WRITE agemaprec
            PERFORM VARYING agegen FROM 1 BY 1
             UNTIL agegen > agehigh OR agegen > 1000
             MOVE agegen TO ahlgen
             MOVE agehistcnt(agegen) TO ahlcnt
             MOVE SPACES TO agebar
             IF agemax > 0 AND agehistcnt(agegen) > 0 THEN
              COMPUTE agebarlen ROUNDED =
               agehistcnt(agegen) * 50 / agemax
              IF agebarlen < 1 THEN
               MOVE 1 TO agebarlen
              END-IF
              MOVE ALL "*" TO agebar(1:agebarlen)
             END-IF
             MOVE agebar TO ahlbar
             WRITE agemaprec FROM agehistline
            END-PERFORM
            IF ageover > 0 THEN
             MOVE SPACES TO agemaprec
             STRING "GEN >1000 REMOVED " ageover
              DELIMITED BY SIZE INTO agemaprec
             WRITE agemaprec
            END-IF.

      *The mold-spread loop is the one we can least afford to rerun
      *from generation 1 inside the batch window: every N
      *generations the in-flight grid, its generation counter and
            CLOSE genckptfile.

      *One record per generation - cells removed this pass, cells
      *still alive, the running total and the cells the pass had
      *to evaluate - numbers that can be graphed to spot a run
      *that has stopped converging.
           Writemetrics.
            COMPUTE removedcells = cnt - 1
            MOVE alive TO remaining
            MOVE generation TO mtlgen
            MOVE removedcells TO mtlremoved
            MOVE remaining TO mtlremaining
            MOVE examined TO mtlexamined
            ADD totcnt gridans GIVING mtltotcnt
            WRITE metricsrec FROM metricsline.

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
