             SELECT ckfile ASSIGN TO ckfpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ckfstatus.
             SELECT mergefile ASSIGN TO mergepath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS mergestatus.
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

       DATA DIVISION.
           FILE SECTION.
            FD reportfile.
            01 reportrec PIC X(40).
            FD ckfile.
            01 ckrec PIC X(160).
            FD mergefile.
            01 mergerec PIC X(120).
            FD basepointsfile.
            01 basepointsrec PIC X(280).
            FD basepairsfile.
            01 basepairsrec.
             02 bporig PIC 9(6).
             02 FILLER PIC X(1).
             02 bpneigh PIC 9(6).
             02 FILLER PIC X(1).
             02 bpdist PIC 9(18).
             02 FILLER PIC X(8).
            FD freshfile.
            01 freshrec PIC X(40).
            FD newpairsfile.
            01 newpairsrec PIC X(40).
            SD sortfile.
            01 sortrec.
             02 sortorig PIC 9(6).
            01 ckfpath PIC X(250) VALUE SPACES.
            01 ckfstatus PIC X(2) VALUE SPACES.
            COPY checkrec.
      *Build identifier - this program's compile stamp. It heads
      *the dated report, rides in the check-status record and is
      *exported as PROGRAM_BUILD so runreg stamps every artifact
      *the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day8/input'.
            01 checkpointpath PIC X(250) VALUE
            01 clockabs PIC 9(12) VALUE 0.
            01 clockdisp PIC X(19) VALUE SPACES.
            01 pairsscanned PIC 9(10) VALUE 0.
      *Incremental point-add mode (DAY8_P2_INCREMENTAL=Y): the last
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
             02 bplx PIC 9(7).
             02 FILLER PIC X(1) VALUE ",".
             02 bply PIC 9(7).
             02 FILLER PIC X(1) VALUE ",".
             02 bplz PIC 9(7).
            01 basepointin.
             02 bpix PIC 9(7).
             02 FILLER PIC X(1).
             02 bpiy PIC 9(7).
             02 FILLER PIC X(1).
             02 bpiz PIC 9(7).
            01 syscmd PIC X(600) VALUE SPACES.
            01 sysrc PIC S9(4) VALUE 0.
            01 modeline.
             02 FILLER PIC X(5) VALUE "MODE ".
             02 mdlmode PIC X(11).
             02 FILLER PIC X(7) VALUE " FRESH ".
             02 mdlfresh PIC Z(9)9.
            01 takeorig PIC 9(6) VALUE 0.
            01 takeneigh PIC 9(6) VALUE 0.
            01 takedist PIC 9(18) VALUE 0.
      *Merge log: every pair Greedyjoin takes that joins two
      *different circuits, in order, with the sizes merged and the
      *circuits left (each point starts as a circuit of its own).
      *Pairs inside one circuit are only counted. The last record
      *is the pair the answer comes from.
            01 mergebase PIC X(250) VALUE SPACES.
            01 mergepath PIC X(250) VALUE SPACES.
            01 mergestatus PIC X(2) VALUE SPACES.
            01 mergecount PIC 9(7) VALUE 0.
            01 mergeskipped PIC 9(10) VALUE 0.
            01 circuitsleft PIC 9(7) VALUE 0.
            01 uftab.
             02 ufentry OCCURS 100001 TIMES.
              03 ufparent PIC 9(6).
              03 ufsize PIC 9(6).
            01 ufnode PIC 9(6) VALUE 0.
            01 ufroota PIC 9(6) VALUE 0.
            01 ufrootb PIC 9(6) VALUE 0.
            01 mergeline.
             02 FILLER PIC X(6) VALUE "MERGE ".
             02 mlnum PIC 9(7).
             02 FILLER PIC X(3) VALUE " A ".
             02 mlpointa PIC 9(6).
             02 FILLER PIC X(3) VALUE " B ".
             02 mlpointb PIC 9(6).
             02 FILLER PIC X(6) VALUE " DIST ".
             02 mldist PIC 9(18).
             02 FILLER PIC X(7) VALUE " SIZES ".
             02 mlsizea PIC 9(6).
             02 FILLER PIC X(1) VALUE "+".
             02 mlsizeb PIC 9(6).
             02 FILLER PIC X(6) VALUE " LEFT ".
             02 mlleft PIC 9(7).
             02 mlclosed PIC X(7).
            01 mergesummary.
             02 FILLER PIC X(7) VALUE "MERGES ".
             02 mslmerges PIC Z(6)9.
             02 FILLER PIC X(9) VALUE " SKIPPED ".
             02 mslskipped PIC Z(9)9.
             02 FILLER PIC X(15) VALUE " CIRCUITS LEFT ".
             02 mslleft PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           PERFORM Readclock
           MOVE clockabs TO startsecs
             reportdate '.txt'
             DELIMITED BY SIZE INTO pairspath
           END-IF
           ACCEPT rawincremental FROM ENVIRONMENT "DAY8_P2_INCREMENTAL"
           IF rawincremental = SPACES THEN
            MOVE "DAY8_P2_INCREMENTAL" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawincremental
           END-IF
           ACCEPT basebase FROM ENVIRONMENT "DAY8_P2_BASELINE"
           IF basebase = SPACES THEN
            MOVE "DAY8_P2_BASELINE" TO confkey
            PERFORM Getconfig
            MOVE confval TO basebase
           END-IF
           IF basebase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day8/p2baseline'
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
      *Day 8 summary:
      *Really hard and frustrating. Storing the circuit in COBOL was not
      *trivial but I eventually managed it using a loop and differing
               posi(idx,3)
           END-PERFORM.
           CLOSE inputfile.
           IF rawincremental = "Y" THEN
            PERFORM Checkbaseline
           END-IF
           IF incmode = "INCREMENTAL" THEN
            PERFORM Freshpairs
           ELSE
            PERFORM Scanpairs
           END-IF
           MOVE SPACES TO logmsg
           MOVE closest TO logsg1
           MOVE hdsmallest TO logsg2
           PERFORM Log
      *The pairs come back in true distance order from the sort work
      *file; the greedy scan stops as soon as every point is wired.
           ACCEPT mergebase FROM ENVIRONMENT "DAY8_P2_MERGELOG"
           IF mergebase = SPACES THEN
            MOVE "DAY8_P2_MERGELOG" TO confkey
            PERFORM Getconfig
            MOVE confval TO mergebase
           END-IF
           IF mergebase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day8/p2merges'
             DELIMITED BY SIZE INTO mergebase
           END-IF
           STRING FUNCTION TRIM(mergebase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO mergepath
           OPEN OUTPUT mergefile
           MOVE "mergefile" TO errfile
           MOVE mergestatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO mergerec
           STRING "==== MERGE SEQUENCE " reportdate " ===="
            DELIMITED BY SIZE INTO mergerec
           WRITE mergerec
           IF runid NOT= SPACES THEN
            MOVE SPACES TO mergerec
            STRING "RUNID " runid DELIMITED BY SIZE
             INTO mergerec
            WRITE mergerec
           END-IF
           PERFORM VARYING ufnode FROM 1 BY 1 UNTIL ufnode > numitems
            MOVE ufnode TO ufparent(ufnode)
            MOVE 1 TO ufsize(ufnode)
           END-PERFORM
           MOVE numitems TO circuitsleft
           MOVE 0 TO sorteof
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
             OUTPUT PROCEDURE IS Greedyjoin
           END-IF
           MOVE mergecount TO mslmerges
           MOVE mergeskipped TO mslskipped
           MOVE circuitsleft TO mslleft
           WRITE mergerec FROM mergesummary
           CLOSE mergefile
           CALL "runreg" USING mergepath
           IF circuitsleft > 1 THEN
            MOVE SPACES TO logmsg
            STRING "every point wired with " circuitsleft
             " circuits still apart - see merge log"
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
           END-IF
           DELETE FILE checkpointfile
           OPEN OUTPUT pairsfile
           CLOSE pairsfile
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
           CLOSE reportfile
           CALL "runreg" USING reportpath
           MOVE SPACES TO expline
              AT END
               MOVE 1 TO sorteof
              NOT AT END
               MOVE sortorig TO takeorig
               MOVE sortneigh TO takeneigh
               MOVE sortdist TO takedist
               PERFORM Joinonepair
             END-RETURN
            END-PERFORM.

      *One distance-ordered pair: wire both endpoints, note the
      *answer if it closes the leading run, and log the merge.
           Joinonepair.
            MOVE SPACES TO logmsg
            STRING takeorig " " takeneigh " " takedist
             DELIMITED BY SIZE INTO logmsg
            MOVE "DEBUG" TO logsev
            PERFORM Log
            MOVE "X" TO tmpstring(takeorig:1)
            MOVE "X" TO tmpstring(takeneigh:1)
            MOVE 0 TO cnt
            INSPECT tmpstring TALLYING cnt FOR LEADING "X"
            IF cnt = numitems THEN
             COMPUTE hd = posi(takeorig, 1)
              * posi(takeneigh, 1)
            END-IF
            PERFORM Logmerge.

      *Joins the circuits of the pair just taken, when they differ,
      *and logs the merge; the pair that completes the wiring is
      *marked CLOSED.
           Logmerge.
            MOVE takeorig TO ufnode
            PERFORM Findroot
            MOVE ufnode TO ufroota
            MOVE takeneigh TO ufnode
            PERFORM Findroot
            MOVE ufnode TO ufrootb
            IF ufroota = ufrootb THEN
             ADD 1 TO mergeskipped
            ELSE
             ADD 1 TO mergecount
             SUBTRACT 1 FROM circuitsleft
             MOVE mergecount TO mlnum
             MOVE takeorig TO mlpointa
             MOVE takeneigh TO mlpointb
             MOVE takedist TO mldist
             MOVE ufsize(ufroota) TO mlsizea
             MOVE ufsize(ufrootb) TO mlsizeb
             MOVE circuitsleft TO mlleft
             IF cnt = numitems THEN
              MOVE " CLOSED" TO mlclosed
             ELSE
              MOVE SPACES TO mlclosed
             END-IF
             WRITE mergerec FROM mergeline
             IF ufsize(ufroota) < ufsize(ufrootb) THEN
              MOVE ufrootb TO ufparent(ufroota)
              ADD ufsize(ufroota) TO ufsize(ufrootb)
             ELSE
              MOVE ufroota TO ufparent(ufrootb)
              ADD ufsize(ufrootb) TO ufsize(ufroota)
             END-IF
            END-IF.

      *The full pair scan: every pair of points to the pairs work
      *file, resuming from the checkpoint when one is left over.
           Scanpairs.
            OPEN INPUT checkpointfile.
            IF checkpointstatus = "00" THEN
             READ checkpointfile INTO checkpointrec
             IF checkpointrec(1:5) NOT= "PROG "
              OR checkpointrec(6:14) NOT= "day8-p2"
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
             COMPUTE startidx = FUNCTION NUMVAL(checkpointrec(7:7)) + 1
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
               COMPUTE hd = FUNCTION NUMVAL(pairsrec(15:18))
               IF hd < hdsmallest THEN MOVE hd TO hdsmallest END-IF
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
             PERFORM VARYING idx2 FROM idx BY 1 UNTIL idx2 > numitems
              IF idx NOT= idx2 THEN
               COMPUTE hd = (posi(idx,1) - posi(idx2,1)) ** 2
                + (posi(idx,2) - posi(idx2,2)) ** 2
                + (posi(idx,3) - posi(idx2,3)) ** 2
               IF hd < hdsmallest THEN MOVE hd TO hdsmallest END-IF
               MOVE idx TO plorigpos
               MOVE idx2 TO plneighbour
               MOVE hd TO pldistance
               MOVE pairsline TO pairsrec
               WRITE pairsrec
               ADD 1 TO closest
               ADD 1 TO pairsscanned
              END-IF
             END-PERFORM
             MOVE idx TO ckptidxout
             OPEN OUTPUT checkpointfile
             MOVE inputpath TO chinput
             WRITE checkpointrec FROM ckheader
             WRITE checkpointrec FROM checkpointline
             CLOSE checkpointfile
            END-PERFORM.
            CLOSE pairsfile.

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
             OR basepointsrec(6:14) NOT= "day8-p2"
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
               MOVE basepointsrec(1:23) TO basepointin
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
              ADD 1 TO closest
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

      *Walks the baseline pair file in distance order, joining
      *pairs as Greedyjoin would until every point is wired.
           Readbaseline.
            OPEN INPUT basepairsfile
            MOVE "basepairsfile" TO errfile
            MOVE basepairsstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO cnt
            MOVE 0 TO baseeof
            PERFORM UNTIL cnt = numitems OR baseeof = 1
             READ basepairsfile
              AT END
               MOVE 1 TO baseeof
              NOT AT END
               MOVE bporig TO takeorig
               MOVE bpneigh TO takeneigh
               MOVE bpdist TO takedist
               PERFORM Joinonepair
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

      *Root of ufnode's circuit, halving the path on the way up.
           Findroot.
            PERFORM UNTIL ufparent(ufnode) = ufnode
             MOVE ufparent(ufparent(ufnode)) TO ufparent(ufnode)
             MOVE ufparent(ufnode) TO ufnode
            END-PERFORM.

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
