             SELECT summaryfile ASSIGN TO summarypath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS summarystatus.
             SELECT splitfile ASSIGN TO splitpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS splitstatus.
             SELECT bmfile ASSIGN TO bmpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS bmstatus.
             SELECT bhfile ASSIGN TO bhpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS bhstatus.
             SELECT brfile ASSIGN TO brpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS brstatus.

       DATA DIVISION.
           FILE SECTION.
            FD reportfile.
            01 reportrec PIC X(80).
            FD ckfile.
            01 ckrec PIC X(160).
            FD summaryfile.
            01 summaryrec PIC X(60).
            FD splitfile.
            01 splitrec PIC X(80).
            FD bmfile.
            01 bmrec PIC X(200).
            FD bhfile.
            01 bhrec PIC X(80).
            FD brfile.
            01 brrec PIC X(120).
           WORKING-STORAGE SECTION.
            01 runid PIC X(11) VALUE SPACES.
            01 summarypath PIC X(250) VALUE SPACES.
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
             '/Users/georgeoneill/ess-dmsc/aoc2025/day7/input'.
             02 bdlid PIC X(20).
             02 FILLER PIC X(8) VALUE " ANSWER ".
             02 bdlans PIC Z(17)9.
      *Splitter inventory: every "^" on each board by row and
      *column, whether any beam reached it, the row where the beam
      *that reached it entered its column, and - from the part-2
      *counts - how many timelines passed through it. The part-1
      *run writes it with the timeline column empty; the part-2
      *run, which carries the per-cell counts, rewrites it whole.
      *Rows are numbered within the board from its first record.
            01 splitpath PIC X(250) VALUE SPACES.
            01 splitstatus PIC X(2) VALUE SPACES.
            01 boardrow PIC 9(5) VALUE 0.
            01 origrow PIC X(142) VALUE SPACES.
            01 colstate.
             02 colcell OCCURS 142 TIMES.
              03 colentry PIC 9(5) VALUE 0.
              03 colbeam PIC X(1) VALUE "N".
            01 splhit PIC 9(1) VALUE 0.
            01 spltimeline PIC 9(7) VALUE 0.
            01 splitline.
             02 FILLER PIC X(13) VALUE "SPLITTER ROW ".
             02 splrow PIC Z(4)9.
             02 FILLER PIC X(5) VALUE " COL ".
             02 splcol PIC ZZ9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 splstate PIC X(4).
             02 FILLER PIC X(11) VALUE " FIRST ROW ".
             02 splfirst PIC X(5).
             02 FILLER PIC X(11) VALUE " TIMELINES ".
             02 spltimes PIC X(7).
            01 splfirstnum PIC Z(4)9.
            01 spltimesnum PIC Z(6)9.
            01 splcount PIC 9(3) VALUE 0.
            01 splidx PIC 9(3) VALUE 0.
            01 splboards.
             02 splboard OCCURS 100 TIMES.
              03 sbid PIC X(20).
              03 sbtotal PIC 9(5).
              03 sbhit PIC 9(5).
              03 sbdead PIC 9(5).
            01 spltotal PIC 9(7) VALUE 0.
            01 splhittotal PIC 9(7) VALUE 0.
            01 spldeadtotal PIC 9(7) VALUE 0.
            01 splsumline.
             02 FILLER PIC X(6) VALUE "BOARD ".
             02 sslid PIC X(20).
             02 FILLER PIC X(11) VALUE " SPLITTERS ".
             02 ssltotal PIC Z(6)9.
             02 FILLER PIC X(5) VALUE " HIT ".
             02 sslhit PIC Z(6)9.
             02 FILLER PIC X(6) VALUE " DEAD ".
             02 ssldead PIC Z(6)9.
      *Board master keyed by BOARD id: layout checksum, first and
      *last seen dates, and the latest part-1 and part-2 answers,
      *each with the value it replaced so a rerun on the same
      *report date still compares against the earlier delivery.
      *Every processing of a board is also appended to the answer
      *history file. Boards without a BOARD header carry only an
      *arrival sequence and cannot be tracked.
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
            01 bmpath PIC X(250) VALUE SPACES.
            01 bmstatus PIC X(2) VALUE SPACES.
            01 bhpath PIC X(250) VALUE SPACES.
            01 bhstatus PIC X(2) VALUE SPACES.
            01 brbase PIC X(250) VALUE SPACES.
            01 brpath PIC X(250) VALUE SPACES.
            01 brstatus PIC X(2) VALUE SPACES.
            01 bmeof PIC 9(1) VALUE 0.
            01 partix PIC 9(1) VALUE 1.
            01 bmcount PIC 9(4) VALUE 0.
            01 bmidx PIC 9(4) VALUE 0.
            01 bmfound PIC 9(4) VALUE 0.
            01 bmtab.
             02 bmentry OCCURS 2000 TIMES.
              03 bmid PIC X(20).
              03 bmck PIC 9(7).
              03 bmckdate PIC X(8).
              03 bmprevck PIC 9(7).
              03 bmfirst PIC X(8).
              03 bmlast PIC X(8).
              03 bmtouched PIC 9(1).
              03 bmpart OCCURS 2 TIMES.
               04 bmans PIC 9(18).
               04 bmansdate PIC X(8).
               04 bmprevans PIC 9(18).
               04 bmprevdate PIC X(8).
            01 bmtok PIC X(20) OCCURS 14 TIMES.
      *Layout checksum of the board being read: position-weighted
      *over its raw records, so a splitter moved along its row
      *changes it as surely as one added or removed.
            01 layoutck PIC 9(7) VALUE 0.
            01 layoutlen PIC 9(3) VALUE 0.
            01 layoutidx PIC 9(3) VALUE 0.
            01 baseck PIC 9(7) VALUE 0.
            01 baseans PIC 9(18) VALUE 0.
            01 baseansdate PIC X(8) VALUE SPACES.
            01 bmverdict PIC X(14) VALUE SPACES.
            01 bmnew PIC 9(4) VALUE 0.
            01 bmlayout PIC 9(4) VALUE 0.
            01 bmanswer PIC 9(4) VALUE 0.
            01 bmsame PIC 9(4) VALUE 0.
            01 bmuntracked PIC 9(4) VALUE 0.
            01 bmdup PIC 9(4) VALUE 0.
            01 bmfull PIC 9(1) VALUE 0.
            01 bmline.
             02 bmlverdict PIC X(15).
             02 bmlid PIC X(20).
             02 FILLER PIC X(8) VALUE " LAYOUT ".
             02 bmllayout PIC X(18).
             02 FILLER PIC X(8) VALUE " ANSWER ".
             02 bmlanswer PIC X(40).
            01 ckedit1 PIC 9(7).
            01 ckedit2 PIC 9(7).
            01 ansedit1 PIC Z(17)9.
            01 ansedit2 PIC Z(17)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
           END-IF
           STRING FUNCTION TRIM(reportbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO reportpath
           ACCEPT splitpath FROM ENVIRONMENT "DAY7_SPLITTERS"
           IF splitpath = SPACES THEN
            MOVE "DAY7_SPLITTERS" TO confkey
            PERFORM Getconfig
            MOVE confval TO splitpath
           END-IF
           IF splitpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day7/splitters.txt'
             DELIMITED BY SIZE INTO splitpath
           END-IF
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "day7-p1" TO excprogram
           ACCEPT bmpath FROM ENVIRONMENT "DAY7_BOARDMASTER"
           IF bmpath = SPACES THEN
            MOVE "DAY7_BOARDMASTER" TO confkey
            PERFORM Getconfig
            MOVE confval TO bmpath
           END-IF
           IF bmpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day7/boardmaster.txt'
             DELIMITED BY SIZE INTO bmpath
           END-IF
           ACCEPT bhpath FROM ENVIRONMENT "DAY7_BOARDHISTORY"
           IF bhpath = SPACES THEN
            MOVE "DAY7_BOARDHISTORY" TO confkey
            PERFORM Getconfig
            MOVE confval TO bhpath
           END-IF
           IF bhpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day7/boardhistory.txt'
             DELIMITED BY SIZE INTO bhpath
           END-IF
           ACCEPT brbase FROM ENVIRONMENT "DAY7_BOARDREPORT"
           IF brbase = SPACES THEN
            MOVE "DAY7_BOARDREPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO brbase
           END-IF
           IF brbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day7/boardreport'
             DELIMITED BY SIZE INTO brbase
           END-IF
           STRING FUNCTION TRIM(brbase) "_" part "_" reportdate
            ".txt"
            DELIMITED BY SIZE INTO brpath
           IF part = "P2" THEN
            MOVE 2 TO partix
            MOVE "day7-p2" TO excprogram
           END-IF
           PERFORM Loadboardmaster
           OPEN OUTPUT brfile
           MOVE "brfile" TO errfile
           MOVE brstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO brrec
           STRING "==== DAY7 BOARD MASTER " part " " reportdate " ===="
            DELIMITED BY SIZE INTO brrec
           WRITE brrec
           OPEN EXTEND bhfile
           IF bhstatus NOT= "00" THEN
            OPEN OUTPUT bhfile
           END-IF
           MOVE "bhfile" TO errfile
           MOVE bhstatus TO errstatus
           PERFORM Checkstatus
           COMPUTE maxlength = LENGTH OF instruction
           OPEN INPUT inputfile
           MOVE "inputfile" TO errfile
           MOVE inputstatus TO errstatus
           PERFORM Checkstatus.
           OPEN OUTPUT splitfile
           MOVE "splitfile" TO errfile
           MOVE splitstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO splitrec
           STRING "==== DAY7 SPLITTER INVENTORY " reportdate " "
            part " ===="
            DELIMITED BY SIZE INTO splitrec
           WRITE splitrec
           IF part = "P2" THEN
            PERFORM Dopart2
           ELSE
            PERFORM Dopart1
           END-IF
           CLOSE inputfile
           PERFORM Writesplitsummary
           CLOSE splitfile
           CALL "runreg" USING splitpath
           CLOSE bhfile
           CALL "runreg" USING bhpath
           PERFORM Writeboardmaster
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
           PERFORM VARYING boardidx FROM 1 BY 1
            UNTIL boardidx > boardnum
            MOVE boardidx TO bdlnum
               IF boardstarted = 0 THEN
                PERFORM Beginboard
               END-IF
               ADD 1 TO boardrow
               MOVE instruction TO origrow
               PERFORM Layoutrow
               IF beam NOT="S" THEN
                PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > maxlength
                 IF instruction(idx:1) = "S" THEN
                  MOVE "S" TO beam
                  MOVE idx TO beamidx
                  ADD 1 TO beamstarts
                  MOVE boardrow TO colentry(idx)
                 END-IF
                END-PERFORM
                PERFORM Inventoryrow1
               ELSE
                PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > maxlength
                 IF instruction(idx:1) = "^" THEN
                 DELIMITED BY SIZE INTO logmsg
                MOVE "DEBUG" TO logsev
                PERFORM Log
                PERFORM Inventoryrow1
                PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > maxlength
                 IF instruction(idx:1) = "|"
                  AND previnstruc(idx:1) NOT= "|"
                  AND previnstruc(idx:1) NOT= "S" THEN
                  MOVE boardrow TO colentry(idx)
                 END-IF
                END-PERFORM
               END-IF
               MOVE instruction TO previnstruc
               END-IF
             STRING "SEQ-" boardseq DELIMITED BY SIZE
              INTO curboardid
            END-IF
            MOVE 0 TO boardrow
            MOVE 0 TO layoutck
            INITIALIZE colstate
            IF splcount < 100 THEN
             ADD 1 TO splcount
             MOVE curboardid TO sbid(splcount)
             MOVE 0 TO sbtotal(splcount) sbhit(splcount)
              sbdead(splcount)
            END-IF
            MOVE SPACES TO splitrec
            STRING "BOARD " FUNCTION TRIM(curboardid)
             DELIMITED BY SIZE INTO splitrec
            WRITE splitrec
            IF part = "P2" THEN
             MOVE SPACES TO tracerec
             STRING "BOARD " FUNCTION TRIM(curboardid)
             FUNCTION TRIM(curboardid) " answer " bdlans
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            PERFORM Trackboard.

           Dopart2.
            ACCEPT summarypath FROM ENVIRONMENT "DAY7_SUMMARY"
                 IF boardstarted = 0 THEN
                  PERFORM Beginboard
                 END-IF
                 ADD 1 TO boardrow
                 MOVE instruction TO origrow
                 PERFORM Layoutrow
                 IF beam NOT="S" THEN
                  PERFORM Inventoryrow2
                  PERFORM Prelatchrow2
                 ELSE
                  PERFORM Inventoryrow2
                  PERFORM Rowpass2
                  PERFORM Trackentry2
                  PERFORM Writerowsummary
                 END-IF
                 PERFORM Writetrace
              MOVE "S" TO beam
              ADD 1 TO beamstarts
              MOVE "S" TO prevstart(idx)
              MOVE boardrow TO colentry(idx)
              MOVE "Y" TO colbeam(idx)
             END-IF
             IF instruction(idx:1) = "^" THEN
              MOVE "Y" TO prevcaret(idx)
            MOVE traceline TO tracerec
            WRITE tracerec.

      *Part-1 inventory of the current row: a splitter is hit when
      *the propagated row above carries a beam in its column. The
      *raw row is used, since the propagation overwrites a splitter
      *that sits right beside another one.
           Inventoryrow1.
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > maxlength
             IF origrow(idx:1) = "^" THEN
              IF beam = "S" AND previnstruc(idx:1) = "|" THEN
               MOVE 1 TO splhit
              ELSE
               MOVE 0 TO splhit
              END-IF
              PERFORM Writesplitter
             END-IF
            END-PERFORM.

      *Part-2 inventory of the current row, taken before the row is
      *propagated: the counts arriving from the row above are the
      *timelines passing through each splitter.
           Inventoryrow2.
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > maxlength
             IF origrow(idx:1) = "^" THEN
              IF beam = "S" AND prevcnt(idx) > 0 THEN
               MOVE 1 TO splhit
               MOVE prevcnt(idx) TO spltimeline
              ELSE
               MOVE 0 TO splhit
               MOVE 0 TO spltimeline
              END-IF
              PERFORM Writesplitter
             END-IF
            END-PERFORM.

      *After a part-2 row: a column whose beam starts in this row
      *records it as the row the beam entered the column.
           Trackentry2.
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > maxlength
             IF prevcnt(idx) > 0 THEN
              IF colbeam(idx) = "N" THEN
               MOVE boardrow TO colentry(idx)
              END-IF
              MOVE "Y" TO colbeam(idx)
             ELSE
              MOVE "N" TO colbeam(idx)
             END-IF
            END-PERFORM.

           Writesplitter.
            MOVE boardrow TO splrow
            MOVE idx TO splcol
            IF splcount > 0 THEN
             ADD 1 TO sbtotal(splcount)
            END-IF
            IF splhit = 1 THEN
             MOVE "HIT " TO splstate
             MOVE colentry(idx) TO splfirstnum
             MOVE splfirstnum TO splfirst
             IF splcount > 0 THEN
              ADD 1 TO sbhit(splcount)
             END-IF
            ELSE
             MOVE "DEAD" TO splstate
             MOVE "    -" TO splfirst
             IF splcount > 0 THEN
              ADD 1 TO sbdead(splcount)
             END-IF
            END-IF
            IF part = "P2" THEN
             MOVE spltimeline TO spltimesnum
             MOVE spltimesnum TO spltimes
            ELSE
             MOVE "      -" TO spltimes
            END-IF
            WRITE splitrec FROM splitline.

      *Hit versus dead splitters per board, keyed by the BOARD id
      *the trace and the beam summary carry, then the run totals.
           Writesplitsummary.
            MOVE "==== SPLITTER UTILISATION BY BOARD ====" TO splitrec
            WRITE splitrec
            PERFORM VARYING splidx FROM 1 BY 1 UNTIL splidx > splcount
             MOVE sbid(splidx) TO sslid
             MOVE sbtotal(splidx) TO ssltotal
             MOVE sbhit(splidx) TO sslhit
             MOVE sbdead(splidx) TO ssldead
             WRITE splitrec FROM splsumline
             ADD sbtotal(splidx) TO spltotal
             ADD sbhit(splidx) TO splhittotal
             ADD sbdead(splidx) TO spldeadtotal
            END-PERFORM
            MOVE SPACES TO splitrec
            STRING "TOTAL BOARDS " splcount " SPLITTERS " spltotal
             " HIT " splhittotal " DEAD " spldeadtotal
             DELIMITED BY SIZE INTO splitrec
            WRITE splitrec
            MOVE SPACES TO logmsg
            STRING "splitters " spltotal " hit " splhittotal
             " dead " spldeadtotal " on " splcount " board(s)"
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Folds one raw board record into the layout checksum.
           Layoutrow.
            MOVE 0 TO layoutlen
            IF origrow NOT= SPACES THEN
             COMPUTE layoutlen = FUNCTION LENGTH(
              FUNCTION TRIM(origrow, TRAILING))
            END-IF
            PERFORM VARYING layoutidx FROM 1 BY 1
             UNTIL layoutidx > layoutlen
             COMPUTE layoutck = FUNCTION MOD(layoutck * 31
              + FUNCTION ORD(origrow(layoutidx:1)), 10000000)
            END-PERFORM
            COMPUTE layoutck = FUNCTION MOD(layoutck * 31 + 1,
             10000000).

      *The board master as of the last run. Missing means the
      *master starts tonight.
           Loadboardmaster.
            OPEN INPUT bmfile
            IF bmstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO bmeof
            PERFORM UNTIL bmeof = 1
             READ bmfile
              AT END
               MOVE 1 TO bmeof
              NOT AT END
               IF bmrec NOT= SPACES AND bmcount < 2000 THEN
                PERFORM Takeboardmaster
               END-IF
             END-READ
            END-PERFORM
            CLOSE bmfile.

      *"id|layout|layout date|previous layout|first seen|last
      *seen|" then answer, answer date, previous answer, previous
      *date for part 1 and again for part 2.
           Takeboardmaster.
            MOVE SPACES TO bmtok(1) bmtok(2) bmtok(3) bmtok(4)
             bmtok(5) bmtok(6) bmtok(7) bmtok(8) bmtok(9)
             bmtok(10) bmtok(11) bmtok(12) bmtok(13) bmtok(14)
            UNSTRING bmrec DELIMITED BY "|"
             INTO bmtok(1) bmtok(2) bmtok(3) bmtok(4) bmtok(5)
             bmtok(6) bmtok(7) bmtok(8) bmtok(9) bmtok(10)
             bmtok(11) bmtok(12) bmtok(13) bmtok(14)
            IF bmtok(1) = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO bmcount
            INITIALIZE bmentry(bmcount)
            MOVE bmtok(1) TO bmid(bmcount)
            MOVE FUNCTION NUMVAL(bmtok(2)) TO bmck(bmcount)
            MOVE bmtok(3) TO bmckdate(bmcount)
            MOVE FUNCTION NUMVAL(bmtok(4)) TO bmprevck(bmcount)
            MOVE bmtok(5) TO bmfirst(bmcount)
            MOVE bmtok(6) TO bmlast(bmcount)
            MOVE FUNCTION NUMVAL(bmtok(7)) TO bmans(bmcount, 1)
            MOVE bmtok(8) TO bmansdate(bmcount, 1)
            MOVE FUNCTION NUMVAL(bmtok(9)) TO bmprevans(bmcount, 1)
            MOVE bmtok(10) TO bmprevdate(bmcount, 1)
            MOVE FUNCTION NUMVAL(bmtok(11)) TO bmans(bmcount, 2)
            MOVE bmtok(12) TO bmansdate(bmcount, 2)
            MOVE FUNCTION NUMVAL(bmtok(13)) TO bmprevans(bmcount, 2)
            MOVE bmtok(14) TO bmprevdate(bmcount, 2).

      *One finished board against the master: NEW, LAYOUT CHANGED,
      *ANSWER CHANGED on an unchanged layout (a bug signal, raised
      *as an exception), UNCHANGED, or NOT TRACKABLE when the
      *board has no BOARD id of its own. A second board under an id
      *already seen tonight is reported and leaves the master alone.
           Trackboard.
            MOVE curboardid TO bmlid
            MOVE SPACES TO bmllayout bmlanswer
            MOVE layoutck TO ckedit2
            MOVE boardans TO ansedit2
            IF curboardid(1:4) = "SEQ-" THEN
             ADD 1 TO bmuntracked
             MOVE "NOT TRACKABLE" TO bmlverdict
             MOVE ckedit2 TO bmllayout
             MOVE FUNCTION TRIM(ansedit2) TO bmlanswer
             WRITE brrec FROM bmline
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO bhrec
            STRING reportdate "|" part "|" FUNCTION TRIM(curboardid)
             "|" ckedit2 "|" boardans
             DELIMITED BY SIZE INTO bhrec
            WRITE bhrec
            MOVE 0 TO bmfound
            PERFORM VARYING bmidx FROM 1 BY 1
             UNTIL bmidx > bmcount OR bmfound > 0
             IF bmid(bmidx) = curboardid THEN
              MOVE bmidx TO bmfound
             END-IF
            END-PERFORM
            IF bmfound = 0 THEN
             IF bmcount >= 2000 THEN
              IF bmfull = 0 THEN
               MOVE 1 TO bmfull
               MOVE SPACES TO logmsg
               STRING "board master holds 2000 boards - "
                FUNCTION TRIM(curboardid) " and later not kept"
                DELIMITED BY SIZE INTO logmsg
               MOVE "WARN " TO logsev
               PERFORM Log
              END-IF
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO bmcount
             INITIALIZE bmentry(bmcount)
             MOVE curboardid TO bmid(bmcount)
             MOVE reportdate TO bmfirst(bmcount)
             MOVE bmcount TO bmfound
            END-IF
            IF bmckdate(bmfound) = reportdate THEN
             MOVE bmprevck(bmfound) TO baseck
            ELSE
             MOVE bmck(bmfound) TO baseck
            END-IF
            IF bmansdate(bmfound, partix) = reportdate THEN
             MOVE bmprevans(bmfound, partix) TO baseans
             MOVE bmprevdate(bmfound, partix) TO baseansdate
            ELSE
             MOVE bmans(bmfound, partix) TO baseans
             MOVE bmansdate(bmfound, partix) TO baseansdate
            END-IF
            MOVE baseck TO ckedit1
            MOVE baseans TO ansedit1
            EVALUATE TRUE
             WHEN bmtouched(bmfound) = 1
              ADD 1 TO bmdup
              MOVE "DUPLICATE ID" TO bmlverdict
              MOVE ckedit2 TO bmllayout
              MOVE FUNCTION TRIM(ansedit2) TO bmlanswer
              MOVE "WARN " TO excseverity
              MOVE curboardid TO exckey
              MOVE "board id delivered twice in one feed"
               TO excmessage
              PERFORM Writeexception
              WRITE brrec FROM bmline
              EXIT PARAGRAPH
             WHEN bmfirst(bmfound) = reportdate
              ADD 1 TO bmnew
              MOVE "NEW" TO bmlverdict
              MOVE ckedit2 TO bmllayout
              MOVE FUNCTION TRIM(ansedit2) TO bmlanswer
             WHEN baseck NOT= layoutck
              ADD 1 TO bmlayout
              MOVE "LAYOUT CHANGED" TO bmlverdict
              STRING ckedit1 " -> " ckedit2
               DELIMITED BY SIZE INTO bmllayout
              PERFORM Answerchange
             WHEN baseansdate NOT= SPACES AND baseans NOT= boardans
              ADD 1 TO bmanswer
              MOVE "ANSWER CHANGED" TO bmlverdict
              MOVE ckedit2 TO bmllayout
              PERFORM Answerchange
              MOVE "WARN " TO excseverity
              MOVE curboardid TO exckey
              MOVE SPACES TO excmessage
              STRING part " answer changed on an unchanged layout"
               DELIMITED BY SIZE INTO excmessage
              PERFORM Writeexception
             WHEN OTHER
              ADD 1 TO bmsame
              MOVE "UNCHANGED" TO bmlverdict
              MOVE ckedit2 TO bmllayout
              MOVE FUNCTION TRIM(ansedit2) TO bmlanswer
            END-EVALUATE
            WRITE brrec FROM bmline
            MOVE 1 TO bmtouched(bmfound)
            IF bmckdate(bmfound) NOT= reportdate THEN
             MOVE bmck(bmfound) TO bmprevck(bmfound)
             MOVE reportdate TO bmckdate(bmfound)
            END-IF
            MOVE layoutck TO bmck(bmfound)
            MOVE reportdate TO bmlast(bmfound)
            IF bmansdate(bmfound, partix) NOT= reportdate THEN
             MOVE bmans(bmfound, partix) TO bmprevans(bmfound, partix)
             MOVE bmansdate(bmfound, partix)
              TO bmprevdate(bmfound, partix)
             MOVE reportdate TO bmansdate(bmfound, partix)
            END-IF
            MOVE boardans TO bmans(bmfound, partix).

      *"old -> new" answer text, or just the new answer when this
      *part has never answered the board before.
           Answerchange.
            IF baseansdate = SPACES THEN
             MOVE FUNCTION TRIM(ansedit2) TO bmlanswer
            ELSE
             STRING FUNCTION TRIM(ansedit1) " -> "
              FUNCTION TRIM(ansedit2)
              DELIMITED BY SIZE INTO bmlanswer
            END-IF.

      *Tonight's master replaces the old one, and the report closes
      *with the counts.
           Writeboardmaster.
            MOVE SPACES TO brrec
            STRING "TOTAL NEW " bmnew " LAYOUT CHANGED " bmlayout
             " ANSWER CHANGED " bmanswer " UNCHANGED " bmsame
             " DUPLICATE " bmdup " NOT TRACKABLE " bmuntracked
             DELIMITED BY SIZE INTO brrec
            WRITE brrec
            CLOSE brfile
            CALL "runreg" USING brpath
            OPEN OUTPUT bmfile
            MOVE "bmfile" TO errfile
            MOVE bmstatus TO errstatus
            PERFORM Checkstatus
            PERFORM VARYING bmidx FROM 1 BY 1 UNTIL bmidx > bmcount
             MOVE SPACES TO bmrec
             STRING FUNCTION TRIM(bmid(bmidx)) "|" bmck(bmidx) "|"
              bmckdate(bmidx) "|" bmprevck(bmidx) "|"
              bmfirst(bmidx) "|" bmlast(bmidx) "|"
              bmans(bmidx, 1) "|" bmansdate(bmidx, 1) "|"
              bmprevans(bmidx, 1) "|" bmprevdate(bmidx, 1) "|"
              bmans(bmidx, 2) "|" bmansdate(bmidx, 2) "|"
              bmprevans(bmidx, 2) "|" bmprevdate(bmidx, 2)
              DELIMITED BY SIZE INTO bmrec
             WRITE bmrec
            END-PERFORM
            CLOSE bmfile
            CALL "runreg" USING bmpath
            MOVE SPACES TO logmsg
            STRING "board master new " bmnew " layout changed "
             bmlayout " answer changed " bmanswer
             " not trackable " bmuntracked
             DELIMITED BY SIZE INTO logmsg
            IF bmanswer > 0 OR bmdup > 0 THEN
             MOVE "WARN " TO logsev
            ELSE
             MOVE "INFO " TO logsev
            END-IF
            PERFORM Log.

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
             PERFORM Log
            END-IF.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the day's run.
           Writeexception.
            MOVE reportdate TO excdate
            CALL "excrepo" USING excline excrepopath.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
