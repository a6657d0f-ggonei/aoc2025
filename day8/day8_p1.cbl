              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xrefstatus.
             SELECT sortfile ASSIGN TO sortwork.
             SELECT basepointsfile ASSIGN TO basepointspath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS basepointsstatus.
             SELECT basepairsfile ASSIGN TO basepairspath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS basepairsstatus.
             SELECT freshfile ASSIGN TO freshpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS freshstatus.
             SELECT newpairsfile ASSIGN TO newpairspath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS newpairsstatus.
             SELECT edgefile ASSIGN TO edgepath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS edgestatus.
             SELECT geometryfile ASSIGN TO geometrypath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS geometrystatus.
             SELECT sweepfile ASSIGN TO sweeppath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS sweepstatus.

       DATA DIVISION.
           FILE SECTION.
            FD reportfile.
            01 reportrec PIC X(40).
            FD ckfile.
            01 ckrec PIC X(160).
            FD xreffile.
            01 xrefrec PIC X(100).
            FD edgefile.
            01 edgerec PIC X(40).
            FD geometryfile.
            01 geometryrec PIC X(200).
            FD sweepfile.
            01 sweeprec PIC X(80).
            FD basepointsfile.
            01 basepointsrec PIC X(280).
            FD basepairsfile.
            01 basepairsrec.
             02 bporig PIC 9(5).
             02 FILLER PIC X(1).
             02 bpneigh PIC 9(5).
             02 FILLER PIC X(1).
             02 bpdist PIC 9(8).
             02 FILLER PIC X(20).
            FD freshfile.
            01 freshrec PIC X(40).
            FD newpairsfile.
            01 newpairsrec PIC X(40).
            SD sortfile.
            01 sortrec.
             02 sortorig PIC 9(5).
            01 ckfpath PIC X(250) VALUE SPACES.
            01 ckfstatus PIC X(2) VALUE SPACES.
            COPY checkrec.
      *Build identifier - this program's compile stamp. It heads
      *the dated report, rides in the check-status record and is
      *exported as PROGRAM_BUILD so runreg stamps every artifact
      *the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day8/inputtst'.
            01 membershippath PIC X(250) VALUE
             02 eldist PIC 9(8).
             02 FILLER PIC X(1) VALUE "|".
             02 elcircuit PIC 9(3).
      *Per-circuit geometry, written per run date beside the xref:
      *where each circuit sits and how spread out it is, worked out
      *from the same points and exported edges engineering loads.
      *Edge distances are kept squared, so lengths here are their
      *square roots; the diameter is in hops along exported edges.
            01 geometrybase PIC X(250) VALUE SPACES.
            01 geometrypath PIC X(250) VALUE SPACES.
            01 geometrystatus PIC X(2) VALUE SPACES.
            01 geoslash PIC 9(3) VALUE 0.
            01 geoc PIC 9(3) VALUE 0.
            01 geoaxis PIC 9(1) VALUE 0.
            01 geotab.
             02 geoentry OCCURS 999 TIMES.
              03 gcount PIC 9(5).
              03 gedges PIC 9(5).
              03 gaxis OCCURS 3 TIMES.
               04 gmin PIC 9(5).
               04 gmax PIC 9(5).
               04 gsum PIC 9(12).
              03 glongest PIC 9(8)V99.
              03 gwire PIC 9(12)V99.
              03 gdiameter PIC 9(5).
            01 geolen PIC 9(8)V99 VALUE 0.
            01 geounconnected PIC 9(6) VALUE 0.
      *Adjacency of the exported edges (start offset per point into
      *one neighbour list) and the circuit member lists, so each
      *circuit's hop diameter is a breadth-first walk from every
      *member over its own edges only.
            01 adjtab.
             02 adjstart PIC 9(6) OCCURS 100002 TIMES.
            01 adjfilltab.
             02 adjfill PIC 9(6) OCCURS 100001 TIMES.
            01 adjlisttab.
             02 adjlist PIC 9(5) OCCURS 40000 TIMES.
            01 memstarttab.
             02 memstart PIC 9(6) OCCURS 1000 TIMES.
            01 memfilltab.
             02 memfill PIC 9(6) OCCURS 999 TIMES.
            01 memlisttab.
             02 memlist PIC 9(5) OCCURS 100001 TIMES.
            01 bfstab.
             02 bfsdist PIC 9(6) OCCURS 100001 TIMES.
            01 bfsqueuetab.
             02 bfsqueue PIC 9(5) OCCURS 100001 TIMES.
            01 bfshead PIC 9(6) VALUE 0.
            01 bfstail PIC 9(6) VALUE 0.
            01 bfsu PIC 9(5) VALUE 0.
            01 bfsv PIC 9(5) VALUE 0.
            01 bfsk PIC 9(6) VALUE 0.
            01 bfsm PIC 9(6) VALUE 0.
            01 bfssrc PIC 9(6) VALUE 0.
      *Size distribution: circuits per distinct size, smallest to
      *largest, then the summary figures.
            01 sizecounttab.
             02 sizecount PIC 9(3) OCCURS 100001 TIMES.
            01 geosize PIC 9(6) VALUE 0.
            01 geosmallest PIC 9(5) VALUE 0.
            01 geolargest PIC 9(5) VALUE 0.
            01 geoinpoints PIC 9(6) VALUE 0.
            01 geocum PIC 9(4) VALUE 0.
            01 geomedian PIC 9(5) VALUE 0.
            01 geomean PIC 9(5)V99 VALUE 0.
            01 geometryline.
             02 FILLER PIC X(8) VALUE "CIRCUIT ".
             02 gmlnum PIC ZZ9.
             02 FILLER PIC X(8) VALUE " POINTS ".
             02 gmlpoints PIC Z(4)9.
             02 gmlbox OCCURS 3 TIMES.
              03 gmlaxis PIC X(3).
              03 gmlmin PIC Z(4)9.
              03 FILLER PIC X(1).
              03 gmlmax PIC Z(4)9.
             02 FILLER PIC X(10) VALUE " CENTROID ".
             02 gmlcx PIC Z(4)9.99.
             02 FILLER PIC X(1) VALUE ",".
             02 gmlcy PIC Z(4)9.99.
             02 FILLER PIC X(1) VALUE ",".
             02 gmlcz PIC Z(4)9.99.
             02 FILLER PIC X(7) VALUE " EDGES ".
             02 gmledges PIC Z(4)9.
             02 FILLER PIC X(9) VALUE " LONGEST ".
             02 gmllongest PIC Z(7)9.99.
             02 FILLER PIC X(6) VALUE " WIRE ".
             02 gmlwire PIC Z(11)9.99.
             02 FILLER PIC X(10) VALUE " DIAMETER ".
             02 gmldiameter PIC Z(4)9.
            01 geosizeline.
             02 FILLER PIC X(5) VALUE "SIZE ".
             02 gslsize PIC Z(4)9.
             02 FILLER PIC X(10) VALUE " CIRCUITS ".
             02 gslcount PIC ZZ9.
            01 geosummaryline.
             02 FILLER PIC X(17) VALUE "SUMMARY CIRCUITS ".
             02 gsmcircuits PIC ZZ9.
             02 FILLER PIC X(8) VALUE " POINTS ".
             02 gsmpoints PIC Z(5)9.
             02 FILLER PIC X(13) VALUE " UNCONNECTED ".
             02 gsmunconnected PIC Z(5)9.
             02 FILLER PIC X(10) VALUE " SMALLEST ".
             02 gsmsmallest PIC Z(4)9.
             02 FILLER PIC X(9) VALUE " LARGEST ".
             02 gsmlargest PIC Z(4)9.
             02 FILLER PIC X(6) VALUE " MEAN ".
             02 gsmmean PIC Z(4)9.99.
             02 FILLER PIC X(8) VALUE " MEDIAN ".
             02 gsmmedian PIC Z(4)9.
      *Connection-budget sweep (DAY8_P1_SWEEP, e.g. 10,100,1000):
      *one walk of the distance-ordered pairs, joining circuits as
      *it goes, with the circuit state taken at each budget - count
      *of circuits, the three largest and their product - instead of
      *a full run per budget. Missing circuits count 0, as in the
      *normal answer.
            01 rawsweep PIC X(200) VALUE SPACES.
            01 sweepbase PIC X(250) VALUE SPACES.
            01 sweeppath PIC X(250) VALUE SPACES.
            01 sweepstatus PIC X(2) VALUE SPACES.
            01 sweeptok PIC X(10) VALUE SPACES.
            01 sweepptr PIC 9(3) VALUE 1.
            01 sweepcount PIC 9(2) VALUE 0.
            01 sweepnext PIC 9(2) VALUE 0.
            01 sweepi PIC 9(2) VALUE 0.
            01 sweepj PIC 9(2) VALUE 0.
            01 sweepkeep PIC 9(7) VALUE 0.
            01 sweeptab.
             02 sweepentry OCCURS 50 TIMES.
              03 sweepbudget PIC 9(7).
              03 sweeptaken PIC 9(7).
              03 sweepcircuits PIC 9(5).
              03 sweeptop PIC 9(5) OCCURS 3 TIMES.
              03 sweepproduct PIC 9(18).
            01 uftab.
             02 ufentry OCCURS 100001 TIMES.
              03 ufparent PIC 9(5).
              03 ufsize PIC 9(5).
            01 ufnode PIC 9(5) VALUE 0.
            01 ufroota PIC 9(5) VALUE 0.
            01 ufrootb PIC 9(5) VALUE 0.
            01 ufcircuits PIC 9(5) VALUE 0.
            01 sweepline.
             02 swlbudget PIC Z(6)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 swltaken PIC Z(6)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 swlcircuits PIC Z(7)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 swltop1 PIC Z(7)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 swltop2 PIC Z(7)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 swltop3 PIC Z(7)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 swlproduct PIC Z(17)9.
      *Incremental point-add mode (DAY8_P1_INCREMENTAL=Y): the last
      *run's point list and full distance-ordered pair file are kept
      *as a baseline. When tonight's feed is that point list with
      *points added at the end, only pairs involving a new point are
      *computed, sorted and merged into the baseline order; any
      *removed or moved point, or a baseline from another program or
      *input, means a full run, which lays down a fresh baseline.
      *Equal distances are ordered by point numbers in every mode so
      *both routes produce the same pair order, and the same answer.
            01 rawincremental PIC X(1) VALUE SPACES.
            01 incmode PIC X(11) VALUE "FULL".
            01 increason PIC X(60) VALUE SPACES.
            01 basebase PIC X(250) VALUE SPACES.
            01 basepointspath PIC X(250) VALUE SPACES.
            01 basepairspath PIC X(250) VALUE SPACES.
            01 freshpath PIC X(250) VALUE SPACES.
            01 newpairspath PIC X(250) VALUE SPACES.
            01 basepointsstatus PIC X(2) VALUE SPACES.
            01 basepairsstatus PIC X(2) VALUE SPACES.
            01 freshstatus PIC X(2) VALUE SPACES.
            01 newpairsstatus PIC X(2) VALUE SPACES.
            01 basecount PIC 9(7) VALUE 0.
            01 baseeof PIC 9(1) VALUE 0.
            01 freshcount PIC 9(10) VALUE 0.
            01 basepointline.
             02 bplx PIC 9(5).
             02 FILLER PIC X(1) VALUE ",".
             02 bply PIC 9(5).
             02 FILLER PIC X(1) VALUE ",".
             02 bplz PIC 9(5).
            01 basepointin.
             02 bpix PIC 9(5).
             02 FILLER PIC X(1).
             02 bpiy PIC 9(5).
             02 FILLER PIC X(1).
             02 bpiz PIC 9(5).
            01 syscmd PIC X(600) VALUE SPACES.
            01 sysrc PIC S9(4) VALUE 0.
            01 modeline.
             02 FILLER PIC X(5) VALUE "MODE ".
             02 mdlmode PIC X(11).
             02 FILLER PIC X(7) VALUE " FRESH ".
             02 mdlfresh PIC Z(9)9.
            01 takeorig PIC 9(5) VALUE 0.
            01 takeneigh PIC 9(5) VALUE 0.
            01 takedist PIC 9(8) VALUE 0.
            01 takecount PIC 9(9) VALUE 0.
            01 sorteof PIC 9(1) VALUE 0.
            01 circuitsizetab.
            01 pairsscanned PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           PERFORM Readclock
           MOVE clockabs TO startsecs
             FUNCTION TRIM(batchyear) '/day8/edges.txt'
             DELIMITED BY SIZE INTO edgepath
           END-IF
           ACCEPT geometrybase FROM ENVIRONMENT "DAY8_P1_GEOMETRY"
           IF geometrybase = SPACES THEN
            MOVE "DAY8_P1_GEOMETRY" TO confkey
            PERFORM Getconfig
            MOVE confval TO geometrybase
           END-IF
           IF geometrybase = SPACES THEN
            PERFORM VARYING geoslash FROM 250 BY -1
             UNTIL geoslash = 0 OR xrefpath(geoslash:1) = "/"
             CONTINUE
            END-PERFORM
            IF geoslash = 0 THEN
             MOVE "geometry" TO geometrybase
            ELSE
             STRING xrefpath(1:geoslash) "geometry"
              DELIMITED BY SIZE INTO geometrybase
            END-IF
           END-IF
           STRING FUNCTION TRIM(geometrybase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO geometrypath
           ACCEPT rawincremental FROM ENVIRONMENT "DAY8_P1_INCREMENTAL"
           IF rawincremental = SPACES THEN
            MOVE "DAY8_P1_INCREMENTAL" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawincremental
           END-IF
           ACCEPT basebase FROM ENVIRONMENT "DAY8_P1_BASELINE"
           IF basebase = SPACES THEN
            MOVE "DAY8_P1_BASELINE" TO confkey
            PERFORM Getconfig
            MOVE confval TO basebase
           END-IF
           IF basebase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day8/p1baseline'
             DELIMITED BY SIZE INTO basebase
           END-IF
           STRING FUNCTION TRIM(basebase) "_points.txt"
            DELIMITED BY SIZE INTO basepointspath
           STRING FUNCTION TRIM(basebase) "_pairs.txt"
            DELIMITED BY SIZE INTO basepairspath
           STRING FUNCTION TRIM(basebase) "_fresh.txt"
            DELIMITED BY SIZE INTO freshpath
           STRING FUNCTION TRIM(basebase) "_pairs.new"
            DELIMITED BY SIZE INTO newpairspath
           ACCEPT rawsweep FROM ENVIRONMENT "DAY8_P1_SWEEP"
           IF rawsweep = SPACES THEN
            MOVE "DAY8_P1_SWEEP" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawsweep
           END-IF
           IF rawsweep NOT= SPACES THEN
            PERFORM Loadbudgets
            ACCEPT sweepbase FROM ENVIRONMENT "DAY8_P1_SWEEPREPORT"
            IF sweepbase = SPACES THEN
             MOVE "DAY8_P1_SWEEPREPORT" TO confkey
             PERFORM Getconfig
             MOVE confval TO sweepbase
            END-IF
            IF sweepbase = SPACES THEN
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/day8/p1sweep'
              DELIMITED BY SIZE INTO sweepbase
            END-IF
            STRING FUNCTION TRIM(sweepbase) "_" reportdate ".txt"
             DELIMITED BY SIZE INTO sweeppath
           END-IF
      *Annoying because no comparisons between ints and signed ints
           OPEN INPUT inputfile
           MOVE "inputfile" TO errfile
               posi(idx,3)
           END-PERFORM.
           CLOSE inputfile.
           IF rawincremental = "Y" AND sweepcount = 0 THEN
            PERFORM Checkbaseline
           END-IF
           IF incmode = "INCREMENTAL" THEN
            PERFORM Freshpairs
           ELSE
            PERFORM Scanpairs
           END-IF
      *The pairs come back in true distance order from the sort work
      *file; only the first ones the circuit logic needs are read.
           MOVE 0 TO sorteof
           IF sweepcount > 0 THEN
            SORT sortfile ON ASCENDING KEY sortdist sortorig sortneigh
             USING pairsfile
             OUTPUT PROCEDURE IS Sweeppairs
            DELETE FILE checkpointfile
            OPEN OUTPUT pairsfile
            CLOSE pairsfile
            PERFORM Writesweep
            STOP RUN
           END-IF
           IF rawincremental = "Y" THEN
            IF incmode = "FULL" THEN
             SORT sortfile ON ASCENDING KEY sortdist sortorig sortneigh
              USING pairsfile
              GIVING newpairsfile
             PERFORM Replacebaseline
            END-IF
            PERFORM Readbaseline
            PERFORM Savebaseline
           ELSE
            SORT sortfile ON ASCENDING KEY sortdist sortorig sortneigh
             USING pairsfile
             OUTPUT PROCEDURE IS Takepairs
           END-IF
           DELETE FILE checkpointfile
           OPEN OUTPUT pairsfile
           CLOSE pairsfile
           CALL "runreg" USING membershippath.
           PERFORM Writexref.
           PERFORM Writeedges.
           PERFORM Writegeometry.
           SORT circuitsizeentry ON ASCENDING KEY circuitsize.
           COMPUTE idx = 100002 - circuitnum
           MOVE SPACES TO logmsg
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           MOVE hd TO reportanswer
           WRITE reportrec FROM reportline
           MOVE incmode TO mdlmode
           IF incmode = "INCREMENTAL" THEN
            MOVE freshcount TO mdlfresh
           ELSE
            MOVE pairsscanned TO mdlfresh
           END-IF
           WRITE reportrec FROM modeline
           MOVE circuitnum TO cclcount
           WRITE reportrec FROM circuitcountline
           PERFORM VARYING csidx FROM idx BY 1 UNTIL csidx > 100001
             STOP RUN
            END-IF.

      *The full pair scan: every pair of points to the pairs work
      *file, resuming from the checkpoint when one is left over.
           Scanpairs.
            OPEN INPUT checkpointfile.
            IF checkpointstatus = "00" THEN
             READ checkpointfile INTO checkpointrec
             IF checkpointrec(1:5) NOT= "PROG "
              OR checkpointrec(6:14) NOT= "day8-p1"
              OR checkpointrec(27:250) NOT= inputpath THEN
              MOVE SPACES TO logmsg
              STRING "checkpoint at " FUNCTION TRIM(checkpointpath)
               " was written by a different program or input - "
               "refusing to resume"
               DELIMITED BY SIZE INTO logmsg
              MOVE "ERROR" TO logsev
              PERFORM Log
              CLOSE checkpointfile
              MOVE 8 TO RETURN-CODE
              STOP RUN
             END-IF
             READ checkpointfile INTO checkpointrec
             COMPUTE startidx = FUNCTION NUMVAL(checkpointrec(7:5)) + 1
             CLOSE checkpointfile
             MOVE SPACES TO logmsg
             MOVE startidx TO logsg1
             STRING "resuming nearest-neighbour scan from idx "
              FUNCTION TRIM(logsg1)
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             OPEN INPUT pairsfile
             MOVE "00" TO pairsstatus
             PERFORM UNTIL pairsstatus NOT= "00"
              READ pairsfile INTO pairsrec
              IF pairsstatus = "00" THEN
               COMPUTE nna = FUNCTION NUMVAL(pairsrec(1:5))
               COMPUTE nnb = FUNCTION NUMVAL(pairsrec(7:5))
               COMPUTE nnd = FUNCTION NUMVAL(pairsrec(13:8))
               PERFORM Tracknn
               ADD 1 TO closest
              END-IF
             END-PERFORM
             CLOSE pairsfile
             OPEN EXTEND pairsfile
            ELSE
             MOVE 1 TO startidx
             CLOSE checkpointfile
             OPEN OUTPUT pairsfile
            END-IF
            PERFORM VARYING idx FROM startidx BY 1 UNTIL idx > numitems
             ADD 1 TO idx GIVING starti
             PERFORM VARYING idx2 FROM starti BY 1 UNTIL idx2 > numitems
              COMPUTE hd = (posi(idx,1) - posi(idx2,1)) ** 2
               + (posi(idx,2) - posi(idx2,2)) ** 2
               + (posi(idx,3) - posi(idx2,3)) ** 2
              MOVE idx TO plorigpos
              MOVE idx2 TO plneighbour
              MOVE hd TO pldistance
              MOVE pairsline TO pairsrec
              WRITE pairsrec
              MOVE idx TO nna
              MOVE idx2 TO nnb
              MOVE hd TO nnd
              PERFORM Tracknn
              ADD 1 TO closest
              ADD 1 TO pairsscanned
             END-PERFORM
             MOVE idx TO ckptidxout
             OPEN OUTPUT checkpointfile
             MOVE inputpath TO chinput
             WRITE checkpointrec FROM ckheader
             WRITE checkpointrec FROM checkpointline
             CLOSE checkpointfile
            END-PERFORM.
            CLOSE pairsfile.

      *Consumes the distance-ordered pairs: the first "pairs" of
      *them (a reversed duplicate extends the quota, exactly as the
      *old in-memory pass did) connect their endpoints in the
              AT END
               MOVE 1 TO sorteof
              NOT AT END
               MOVE sortorig TO takeorig
               MOVE sortneigh TO takeneigh
               MOVE sortdist TO takedist
               PERFORM Takeonepair
             END-RETURN
            END-PERFORM.

      *One distance-ordered pair into the circuits.
           Takeonepair.
            MOVE SPACES TO logmsg
            STRING takeorig " " takeneigh " " takedist
             DELIMITED BY SIZE INTO logmsg
            MOVE "DEBUG" TO logsev
            PERFORM Log
            IF takeorig = prevneigh AND takeneigh = prevorig THEN
             ADD 1 TO pairs
            ELSE
             IF edgecount < 20000 THEN
              ADD 1 TO edgecount
              MOVE takeorig TO edgea(edgecount)
              MOVE takeneigh TO edgeb(edgecount)
              MOVE takedist TO edgedist(edgecount)
             END-IF
             MOVE "X" TO connected2(takeorig)
              (takeneigh:1)
             MOVE "X" TO connected2(takeorig)
              (takeorig:1)
             MOVE "X" TO connected2(takeneigh)
              (takeorig:1)
             MOVE "X" TO connected2(takeneigh)
              (takeneigh:1)
            END-IF
            MOVE takeorig TO prevorig
            MOVE takeneigh TO prevneigh
            ADD 1 TO takecount.

      *Incremental mode only: decides whether the baseline can be
      *extended. It must carry this program's and this input's
      *header and every baseline point must be tonight's point of
      *the same number, unchanged; tonight may only add points.
           Checkbaseline.
            MOVE "FULL" TO incmode
            MOVE SPACES TO increason
            OPEN INPUT basepointsfile
            IF basepointsstatus NOT= "00" THEN
             MOVE "no baseline point list" TO increason
             PERFORM Logmode
             EXIT PARAGRAPH
            END-IF
            READ basepointsfile INTO basepointsrec
             AT END
              MOVE SPACES TO basepointsrec
            END-READ
            IF basepointsrec(1:5) NOT= "PROG "
             OR basepointsrec(6:14) NOT= "day8-p1"
             OR basepointsrec(27:250) NOT= inputpath THEN
             CLOSE basepointsfile
             MOVE "baseline belongs to a different program or input"
              TO increason
             PERFORM Logmode
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO basecount
            MOVE 0 TO baseeof
            PERFORM UNTIL baseeof = 1 OR increason NOT= SPACES
             READ basepointsfile INTO basepointsrec
              AT END
               MOVE 1 TO baseeof
              NOT AT END
               ADD 1 TO basecount
               MOVE basepointsrec(1:17) TO basepointin
               IF basecount > numitems THEN
                MOVE "points removed since the baseline"
                 TO increason
               ELSE
                IF bpix NOT= posi(basecount, 1)
                 OR bpiy NOT= posi(basecount, 2)
                 OR bpiz NOT= posi(basecount, 3) THEN
                 MOVE "points moved since the baseline"
                  TO increason
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE basepointsfile
            IF increason = SPACES AND basecount = 0 THEN
             MOVE "empty baseline point list" TO increason
            END-IF
            IF increason = SPACES THEN
             OPEN INPUT basepairsfile
             IF basepairsstatus NOT= "00" THEN
              MOVE "no baseline pair file" TO increason
             ELSE
              CLOSE basepairsfile
             END-IF
            END-IF
            IF increason = SPACES THEN
             MOVE "INCREMENTAL" TO incmode
            END-IF
            PERFORM Logmode.

           Logmode.
            MOVE SPACES TO logmsg
            IF incmode = "INCREMENTAL" THEN
             STRING "incremental run - baseline has " basecount
              " point(s), feed has " numitems
              DELIMITED BY SIZE INTO logmsg
            ELSE
             STRING "full run - " FUNCTION TRIM(increason)
              DELIMITED BY SIZE INTO logmsg
            END-IF
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Pairs involving a new point only, sorted on their own and
      *merged into the baseline's order as the next baseline.
           Freshpairs.
            OPEN OUTPUT pairsfile
            MOVE "pairsfile" TO errfile
            MOVE pairsstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO freshcount
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
             COMPUTE starti = FUNCTION MAX(idx + 1, basecount + 1)
             PERFORM VARYING idx2 FROM starti BY 1
              UNTIL idx2 > numitems
              COMPUTE hd = (posi(idx,1) - posi(idx2,1)) ** 2
               + (posi(idx,2) - posi(idx2,2)) ** 2
               + (posi(idx,3) - posi(idx2,3)) ** 2
              MOVE idx TO plorigpos
              MOVE idx2 TO plneighbour
              MOVE hd TO pldistance
              MOVE pairsline TO pairsrec
              WRITE pairsrec
              ADD 1 TO freshcount
              ADD 1 TO pairsscanned
             END-PERFORM
            END-PERFORM
            CLOSE pairsfile
            SORT sortfile ON ASCENDING KEY sortdist sortorig sortneigh
             USING pairsfile
             GIVING freshfile
            MERGE sortfile ON ASCENDING KEY sortdist sortorig sortneigh
             USING basepairsfile freshfile
             GIVING newpairsfile
            PERFORM Replacebaseline
            OPEN OUTPUT freshfile
            CLOSE freshfile.

      *The newly built pair file becomes the baseline pair file.
           Replacebaseline.
            MOVE SPACES TO syscmd
            STRING "mv " FUNCTION TRIM(newpairspath) " "
             FUNCTION TRIM(basepairspath)
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE RETURN-CODE TO sysrc
            MOVE 0 TO RETURN-CODE
            IF sysrc NOT= 0 THEN
             MOVE SPACES TO logmsg
             STRING "could not replace baseline pair file "
              FUNCTION TRIM(basepairspath)
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF.

      *Walks the baseline pair file in distance order: the first
      *"pairs" of them wire the circuits as Takepairs would, and an
      *incremental run reads it through to rebuild each point's
      *nearest neighbour, which the scan would otherwise have kept.
           Readbaseline.
            OPEN INPUT basepairsfile
            MOVE "basepairsfile" TO errfile
            MOVE basepairsstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO prevorig
            MOVE 0 TO prevneigh
            MOVE 1 TO takecount
            MOVE 0 TO baseeof
            PERFORM UNTIL baseeof = 1
             OR (takecount > pairs AND incmode NOT= "INCREMENTAL")
             READ basepairsfile
              AT END
               MOVE 1 TO baseeof
              NOT AT END
               IF incmode = "INCREMENTAL" THEN
                MOVE bporig TO nna
                MOVE bpneigh TO nnb
                MOVE bpdist TO nnd
                PERFORM Tracknn
               END-IF
               IF takecount NOT> pairs THEN
                MOVE bporig TO takeorig
                MOVE bpneigh TO takeneigh
                MOVE bpdist TO takedist
                PERFORM Takeonepair
               END-IF
             END-READ
            END-PERFORM
            CLOSE basepairsfile.

      *Tonight's points, under this program's and input's header,
      *as the baseline point list for the next run.
           Savebaseline.
            OPEN OUTPUT basepointsfile
            MOVE "basepointsfile" TO errfile
            MOVE basepointsstatus TO errstatus
            PERFORM Checkstatus
            MOVE inputpath TO chinput
            WRITE basepointsrec FROM ckheader
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
             MOVE posi(idx, 1) TO bplx
             MOVE posi(idx, 2) TO bply
             MOVE posi(idx, 3) TO bplz
             WRITE basepointsrec FROM basepointline
            END-PERFORM
            CLOSE basepointsfile.

      *The comma-separated budget list, kept in ascending order so
      *the single walk meets them in turn.
           Loadbudgets.
            MOVE 1 TO sweepptr
            MOVE 0 TO sweepcount
            PERFORM UNTIL sweepptr > 200 OR sweepcount >= 50
             MOVE SPACES TO sweeptok
             UNSTRING rawsweep DELIMITED BY "," INTO sweeptok
              WITH POINTER sweepptr
             IF sweeptok NOT= SPACES THEN
              ADD 1 TO sweepcount
              COMPUTE sweepbudget(sweepcount) =
               FUNCTION NUMVAL(sweeptok)
             END-IF
            END-PERFORM
            PERFORM VARYING sweepi FROM 2 BY 1 UNTIL sweepi > sweepcount
             MOVE sweepbudget(sweepi) TO sweepkeep
             MOVE sweepi TO sweepj
             PERFORM UNTIL sweepj < 2
              OR sweepbudget(sweepj - 1) NOT> sweepkeep
              MOVE sweepbudget(sweepj - 1) TO sweepbudget(sweepj)
              SUBTRACT 1 FROM sweepj
             END-PERFORM
             MOVE sweepkeep TO sweepbudget(sweepj)
            END-PERFORM
            MOVE SPACES TO logmsg
            STRING "budget sweep over " sweepcount " budget(s): "
             FUNCTION TRIM(rawsweep)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Sweep mode's consumer of the distance-ordered pairs: every
      *pair joins its endpoints' circuits, and the state is taken
      *each time the pairs taken reach the next budget. Budgets the
      *pairs run out before are taken at the last pair.
           Sweeppairs.
            PERFORM VARYING ufnode FROM 1 BY 1 UNTIL ufnode > numitems
             MOVE ufnode TO ufparent(ufnode)
             MOVE 1 TO ufsize(ufnode)
            END-PERFORM
            MOVE 0 TO ufcircuits
            MOVE 0 TO takecount
            MOVE 1 TO sweepnext
            PERFORM Takebudgets
            PERFORM UNTIL sweepnext > sweepcount OR sorteof = 1
             RETURN sortfile
              AT END
               MOVE 1 TO sorteof
              NOT AT END
               ADD 1 TO takecount
               MOVE sortorig TO ufnode
               PERFORM Findroot
               MOVE ufnode TO ufroota
               MOVE sortneigh TO ufnode
               PERFORM Findroot
               MOVE ufnode TO ufrootb
               IF ufroota NOT= ufrootb THEN
                EVALUATE TRUE
                 WHEN ufsize(ufroota) = 1 AND ufsize(ufrootb) = 1
                  ADD 1 TO ufcircuits
                 WHEN ufsize(ufroota) > 1 AND ufsize(ufrootb) > 1
                  SUBTRACT 1 FROM ufcircuits
                 WHEN OTHER
                  CONTINUE
                END-EVALUATE
                IF ufsize(ufroota) < ufsize(ufrootb) THEN
                 MOVE ufrootb TO ufparent(ufroota)
                 ADD ufsize(ufroota) TO ufsize(ufrootb)
                ELSE
                 MOVE ufroota TO ufparent(ufrootb)
                 ADD ufsize(ufrootb) TO ufsize(ufroota)
                END-IF
               END-IF
               PERFORM Takebudgets
             END-RETURN
            END-PERFORM
            PERFORM VARYING sweepnext FROM sweepnext BY 1
             UNTIL sweepnext > sweepcount
             PERFORM Takecircuitstate
            END-PERFORM.

      *Every budget the pairs taken have now reached.
           Takebudgets.
            PERFORM UNTIL sweepnext > sweepcount
             OR sweepbudget(sweepnext) > takecount
             PERFORM Takecircuitstate
             ADD 1 TO sweepnext
            END-PERFORM.

      *Circuit count and the three largest circuits for the budget
      *at sweepnext.
           Takecircuitstate.
            MOVE takecount TO sweeptaken(sweepnext)
            MOVE ufcircuits TO sweepcircuits(sweepnext)
            MOVE 0 TO sweeptop(sweepnext, 1) sweeptop(sweepnext, 2)
             sweeptop(sweepnext, 3)
            PERFORM VARYING ufnode FROM 1 BY 1 UNTIL ufnode > numitems
             IF ufparent(ufnode) = ufnode AND ufsize(ufnode) > 1 THEN
              EVALUATE TRUE
               WHEN ufsize(ufnode) > sweeptop(sweepnext, 1)
                MOVE sweeptop(sweepnext, 2) TO sweeptop(sweepnext, 3)
                MOVE sweeptop(sweepnext, 1) TO sweeptop(sweepnext, 2)
                MOVE ufsize(ufnode) TO sweeptop(sweepnext, 1)
               WHEN ufsize(ufnode) > sweeptop(sweepnext, 2)
                MOVE sweeptop(sweepnext, 2) TO sweeptop(sweepnext, 3)
                MOVE ufsize(ufnode) TO sweeptop(sweepnext, 2)
               WHEN ufsize(ufnode) > sweeptop(sweepnext, 3)
                MOVE ufsize(ufnode) TO sweeptop(sweepnext, 3)
               WHEN OTHER
                CONTINUE
              END-EVALUATE
             END-IF
            END-PERFORM
            COMPUTE sweepproduct(sweepnext) = sweeptop(sweepnext, 1)
             * sweeptop(sweepnext, 2) * sweeptop(sweepnext, 3).

      *Root of ufnode's circuit, halving the path on the way up.
           Findroot.
            PERFORM UNTIL ufparent(ufnode) = ufnode
             MOVE ufparent(ufparent(ufnode)) TO ufparent(ufnode)
             MOVE ufparent(ufnode) TO ufnode
            END-PERFORM.

      *The sensitivity table: one row per budget.
           Writesweep.
            OPEN OUTPUT sweepfile
            MOVE "sweepfile" TO errfile
            MOVE sweepstatus TO errstatus
            PERFORM Checkstatus
            MOVE SPACES TO sweeprec
            STRING "==== CONNECTION BUDGET SENSITIVITY " reportdate
             " ====" DELIMITED BY SIZE INTO sweeprec
            WRITE sweeprec
            IF runid NOT= SPACES THEN
             MOVE SPACES TO sweeprec
             STRING "RUNID " runid DELIMITED BY SIZE
              INTO sweeprec
             WRITE sweeprec
            END-IF
            MOVE " BUDGET   TAKEN CIRCUITS LARGEST1 LARGEST2 LARGEST3"
             TO sweeprec
            MOVE "           PRODUCT" TO sweeprec(53:)
            WRITE sweeprec
            PERFORM VARYING sweepi FROM 1 BY 1 UNTIL sweepi > sweepcount
             MOVE sweepbudget(sweepi) TO swlbudget
             MOVE sweeptaken(sweepi) TO swltaken
             MOVE sweepcircuits(sweepi) TO swlcircuits
             MOVE sweeptop(sweepi, 1) TO swltop1
             MOVE sweeptop(sweepi, 2) TO swltop2
             MOVE sweeptop(sweepi, 3) TO swltop3
             MOVE sweepproduct(sweepi) TO swlproduct
             WRITE sweeprec FROM sweepline
            END-PERFORM
            CLOSE sweepfile
            CALL "runreg" USING sweeppath
            MOVE SPACES TO logmsg
            STRING "budget sensitivity table at "
             FUNCTION TRIM(sweeppath)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Keeps each endpoint's closest neighbour seen so far.
           Tracknn.
            IF nnd < nndist(nna) THEN
            CLOSE edgefile
            CALL "runreg" USING edgepath.

      *One line per circuit - points, X/Y/Z bounding box, centroid,
      *exported edges, longest edge, total wire and hop diameter -
      *then the circuit size distribution and its summary.
           Writegeometry.
            INITIALIZE geotab
            PERFORM VARYING geoc FROM 1 BY 1 UNTIL geoc > circuitnum
             PERFORM VARYING geoaxis FROM 1 BY 1 UNTIL geoaxis > 3
              MOVE 99999 TO gmin(geoc, geoaxis)
             END-PERFORM
            END-PERFORM
            MOVE 0 TO geounconnected
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
             MOVE pcircuit(idx) TO geoc
             IF geoc = 0 THEN
              ADD 1 TO geounconnected
             ELSE
              ADD 1 TO gcount(geoc)
              PERFORM VARYING geoaxis FROM 1 BY 1 UNTIL geoaxis > 3
               IF posi(idx, geoaxis) < gmin(geoc, geoaxis) THEN
                MOVE posi(idx, geoaxis) TO gmin(geoc, geoaxis)
               END-IF
               IF posi(idx, geoaxis) > gmax(geoc, geoaxis) THEN
                MOVE posi(idx, geoaxis) TO gmax(geoc, geoaxis)
               END-IF
               ADD posi(idx, geoaxis) TO gsum(geoc, geoaxis)
              END-PERFORM
             END-IF
            END-PERFORM
            PERFORM VARYING edgeidx FROM 1 BY 1
             UNTIL edgeidx > edgecount
             MOVE pcircuit(edgea(edgeidx)) TO geoc
             IF geoc > 0 THEN
              ADD 1 TO gedges(geoc)
              COMPUTE geolen ROUNDED =
               FUNCTION SQRT(edgedist(edgeidx))
              ADD geolen TO gwire(geoc)
              IF geolen > glongest(geoc) THEN
               MOVE geolen TO glongest(geoc)
              END-IF
             END-IF
            END-PERFORM
            PERFORM Buildadjacency
            PERFORM VARYING geoc FROM 1 BY 1 UNTIL geoc > circuitnum
             PERFORM Circuitdiameter
            END-PERFORM
            OPEN OUTPUT geometryfile
            MOVE "geometryfile" TO errfile
            MOVE geometrystatus TO errstatus
            PERFORM Checkstatus
            MOVE SPACES TO geometryrec
            STRING "==== CIRCUIT GEOMETRY " reportdate " ===="
             DELIMITED BY SIZE INTO geometryrec
            WRITE geometryrec
            IF runid NOT= SPACES THEN
             MOVE SPACES TO geometryrec
             STRING "RUNID " runid DELIMITED BY SIZE
              INTO geometryrec
             WRITE geometryrec
            END-IF
            MOVE " X " TO gmlaxis(1)
            MOVE " Y " TO gmlaxis(2)
            MOVE " Z " TO gmlaxis(3)
            PERFORM VARYING geoc FROM 1 BY 1 UNTIL geoc > circuitnum
             MOVE geoc TO gmlnum
             MOVE gcount(geoc) TO gmlpoints
             PERFORM VARYING geoaxis FROM 1 BY 1 UNTIL geoaxis > 3
              MOVE gmin(geoc, geoaxis) TO gmlmin(geoaxis)
              MOVE "-" TO gmlbox(geoaxis)(9:1)
              MOVE gmax(geoc, geoaxis) TO gmlmax(geoaxis)
             END-PERFORM
             IF gcount(geoc) > 0 THEN
              COMPUTE gmlcx ROUNDED = gsum(geoc, 1) / gcount(geoc)
              COMPUTE gmlcy ROUNDED = gsum(geoc, 2) / gcount(geoc)
              COMPUTE gmlcz ROUNDED = gsum(geoc, 3) / gcount(geoc)
             ELSE
              MOVE 0 TO gmlcx gmlcy gmlcz
             END-IF
             MOVE gedges(geoc) TO gmledges
             MOVE glongest(geoc) TO gmllongest
             MOVE gwire(geoc) TO gmlwire
             MOVE gdiameter(geoc) TO gmldiameter
             WRITE geometryrec FROM geometryline
            END-PERFORM
            PERFORM Writesizes
            CLOSE geometryfile
            CALL "runreg" USING geometrypath.

      *Neighbour lists for every point from the exported edges, and
      *every circuit's members gathered contiguously.
           Buildadjacency.
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems + 1
             MOVE 0 TO adjstart(idx)
            END-PERFORM
            PERFORM VARYING edgeidx FROM 1 BY 1
             UNTIL edgeidx > edgecount
             ADD 1 TO adjstart(edgea(edgeidx) + 1)
             ADD 1 TO adjstart(edgeb(edgeidx) + 1)
            END-PERFORM
            MOVE 1 TO adjstart(1)
            PERFORM VARYING idx FROM 2 BY 1 UNTIL idx > numitems + 1
             ADD adjstart(idx - 1) TO adjstart(idx)
            END-PERFORM
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
             MOVE adjstart(idx) TO adjfill(idx)
            END-PERFORM
            PERFORM VARYING edgeidx FROM 1 BY 1
             UNTIL edgeidx > edgecount
             MOVE edgeb(edgeidx) TO adjlist(adjfill(edgea(edgeidx)))
             ADD 1 TO adjfill(edgea(edgeidx))
             MOVE edgea(edgeidx) TO adjlist(adjfill(edgeb(edgeidx)))
             ADD 1 TO adjfill(edgeb(edgeidx))
            END-PERFORM
            MOVE 1 TO memstart(1)
            PERFORM VARYING geoc FROM 1 BY 1 UNTIL geoc > circuitnum
             COMPUTE memstart(geoc + 1) =
              memstart(geoc) + gcount(geoc)
             MOVE memstart(geoc) TO memfill(geoc)
            END-PERFORM
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
             MOVE pcircuit(idx) TO geoc
             IF geoc > 0 THEN
              MOVE idx TO memlist(memfill(geoc))
              ADD 1 TO memfill(geoc)
             END-IF
            END-PERFORM.

      *Hop diameter of circuit geoc: the longest shortest path over
      *a breadth-first walk from each member in turn.
           Circuitdiameter.
            MOVE 0 TO gdiameter(geoc)
            PERFORM VARYING bfssrc FROM memstart(geoc) BY 1
             UNTIL bfssrc >= memstart(geoc + 1)
             PERFORM VARYING bfsm FROM memstart(geoc) BY 1
              UNTIL bfsm >= memstart(geoc + 1)
              MOVE 0 TO bfsdist(memlist(bfsm))
             END-PERFORM
             MOVE memlist(bfssrc) TO bfsu
             MOVE 1 TO bfsdist(bfsu)
             MOVE 1 TO bfshead
             MOVE 1 TO bfstail
             MOVE bfsu TO bfsqueue(1)
             PERFORM UNTIL bfshead > bfstail
              MOVE bfsqueue(bfshead) TO bfsu
              ADD 1 TO bfshead
              IF bfsdist(bfsu) - 1 > gdiameter(geoc) THEN
               COMPUTE gdiameter(geoc) = bfsdist(bfsu) - 1
              END-IF
              PERFORM VARYING bfsk FROM adjstart(bfsu) BY 1
               UNTIL bfsk >= adjstart(bfsu + 1)
               MOVE adjlist(bfsk) TO bfsv
               IF bfsdist(bfsv) = 0 THEN
                COMPUTE bfsdist(bfsv) = bfsdist(bfsu) + 1
                ADD 1 TO bfstail
                MOVE bfsv TO bfsqueue(bfstail)
               END-IF
              END-PERFORM
             END-PERFORM
            END-PERFORM.

      *Circuits per distinct size, then circuit and point totals,
      *smallest, largest, mean and median circuit size.
           Writesizes.
            MOVE 0 TO geolargest geoinpoints
            MOVE 99999 TO geosmallest
            PERFORM VARYING geoc FROM 1 BY 1 UNTIL geoc > circuitnum
             IF gcount(geoc) > geolargest THEN
              MOVE gcount(geoc) TO geolargest
             END-IF
             IF gcount(geoc) < geosmallest THEN
              MOVE gcount(geoc) TO geosmallest
             END-IF
             ADD gcount(geoc) TO geoinpoints
            END-PERFORM
            IF circuitnum = 0 THEN
             MOVE 0 TO geosmallest
            END-IF
            PERFORM VARYING geosize FROM 1 BY 1
             UNTIL geosize > geolargest
             MOVE 0 TO sizecount(geosize)
            END-PERFORM
            PERFORM VARYING geoc FROM 1 BY 1 UNTIL geoc > circuitnum
             IF gcount(geoc) > 0 THEN
              ADD 1 TO sizecount(gcount(geoc))
             END-IF
            END-PERFORM
            MOVE 0 TO geocum geomedian
            PERFORM VARYING geosize FROM 1 BY 1
             UNTIL geosize > geolargest
             IF sizecount(geosize) > 0 THEN
              MOVE geosize TO gslsize
              MOVE sizecount(geosize) TO gslcount
              WRITE geometryrec FROM geosizeline
              ADD sizecount(geosize) TO geocum
              IF geomedian = 0 AND geocum * 2 >= circuitnum THEN
               MOVE geosize TO geomedian
              END-IF
             END-IF
            END-PERFORM
            IF circuitnum > 0 THEN
             COMPUTE geomean ROUNDED = geoinpoints / circuitnum
            ELSE
             MOVE 0 TO geomean
            END-IF
            MOVE circuitnum TO gsmcircuits
            MOVE geoinpoints TO gsmpoints
            MOVE geounconnected TO gsmunconnected
            MOVE geosmallest TO gsmsmallest
            MOVE geolargest TO gsmlargest
            MOVE geomean TO gsmmean
            MOVE geomedian TO gsmmedian
            WRITE geometryrec FROM geosummaryline.

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
