       IDENTIFICATION DIVISION.
       PROGRAM-ID. verifyrect.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT sortedfile ASSIGN TO outputpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS sortedstatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.
               SELECT tiesfile ASSIGN TO tiespath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS tiesstatus.

       DATA DIVISION.
           FILE SECTION.
             FD sortedfile.
             01 sortedrec PIC X(120).
             FD reportfile.
             01 reportrec PIC X(40).
             FD tiesfile.
             01 tiesrec PIC X(160).
           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 logsg1 PIC -(17)9.
             01 logsg2 PIC -(17)9.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 excrepopath PIC X(250) VALUE SPACES.
             COPY excrec.
             01 outputpath PIC X(250) VALUE SPACES.
             01 reportbase PIC X(250) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportdate PIC X(8) VALUE SPACES.
             01 tiespath PIC X(250) VALUE SPACES.
             01 sortedstatus PIC X(2) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 tiesstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 eof PIC 9(1) VALUE 0.
             01 badcount PIC 9(7) VALUE 0.
             01 rawx PIC X(10).
             01 rawy PIC X(10).
      *The accepted coordinate set, rebuilt from the sorted file by
      *day9-p2's own range rule (anything beyond 99999 either way
      *was rejected and never competed).
             01 cnt PIC 9(5) VALUE 0.
             01 idx PIC 9(5) VALUE 0.
             01 idx2 PIC 9(5) VALUE 0.
             01 positions.
               02 coord OCCURS 20000 TIMES.
                 03 posix PIC s9(5) VALUE 0.
                 03 posiy PIC s9(5) VALUE 0.
      *The published winner: the BEST RECT line day9-p2 appends to
      *the sorted file lists the rectangle's four corners, the first
      *and third being the two input points that span it.
             01 bestline PIC X(120) VALUE SPACES.
             01 bestfound PIC 9(1) VALUE 0.
             01 bestarea PIC 9(18) VALUE 0.
             01 cornertok PIC X(20) OCCURS 9 TIMES.
             01 winax PIC s9(6) VALUE 0.
             01 winay PIC s9(6) VALUE 0.
             01 winbx PIC s9(6) VALUE 0.
             01 winby PIC s9(6) VALUE 0.
             01 winarea PIC 9(18) VALUE 0.
             01 findx PIC s9(6) VALUE 0.
             01 findy PIC s9(6) VALUE 0.
             01 found PIC 9(1) VALUE 0.
      *Last section of the dated report: its MODE line and ANSWER.
             01 repmode PIC X(12) VALUE SPACES.
             01 repansfound PIC 9(1) VALUE 0.
             01 reported PIC 9(18) VALUE 0.
             01 lastmode PIC X(12) VALUE SPACES.
      *Tie report lines: RANK r AREA a CORNERS (x,y)(x,y) ANCHORS.
             01 tiecount PIC 9(5) VALUE 0.
             01 tierank PIC X(3) VALUE SPACES.
             01 tiestated PIC 9(18) VALUE 0.
             01 tiecorners PIC X(60) VALUE SPACES.
             01 tieax PIC s9(6) VALUE 0.
             01 tieay PIC s9(6) VALUE 0.
             01 tiebx PIC s9(6) VALUE 0.
             01 tieby PIC s9(6) VALUE 0.
             01 rect PIC 9(18) VALUE 0.
      *Spot check for runs that did not compare every pair: a
      *DAY9_VERIFY_SAMPLE-sized random sample of pairs, seeded from
      *DAY9_VERIFY_SEED (default the report date, so a rerun of the
      *check draws the same pairs).
             01 rawsample PIC X(9) VALUE SPACES.
             01 samplesize PIC 9(9) VALUE 1000.
             01 rawseed PIC X(9) VALUE SPACES.
             01 seed PIC 9(9) VALUE 0.
             01 samplen PIC 9(9) VALUE 0.
             01 samplebeat PIC 9(9) VALUE 0.
             01 randval PIC V9(9) VALUE 0.
             01 samplemsgptr PIC 9(3) VALUE 1.

       PROCEDURE DIVISION.
      *Independent check of day9-p2's published rectangle. Whatever
      *mode produced it (HEURISTIC, EXHAUSTIVE, INCREMENTAL or a
      *sharded COMBINE), the winner's two corner points must be in
      *the accepted input, the published area must be the area
      *those corners span, and no pair in the tie report may beat
      *it; a run that was not EXHAUSTIVE also has a random sample
      *of pairs checked against it. Nonzero return code and an
      *exception record on any failure.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT reportdate FROM ENVIRONMENT "DAY9_P2_REPORTDATE"
           IF reportdate = SPACES THEN
            MOVE "DAY9_P2_REPORTDATE" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportdate
           END-IF
           IF reportdate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO reportdate
           END-IF
           ACCEPT outputpath FROM ENVIRONMENT "DAY9_P2_OUTPUT"
           IF outputpath = SPACES THEN
            MOVE "DAY9_P2_OUTPUT" TO confkey
            PERFORM Getconfig
            MOVE confval TO outputpath
           END-IF
           IF outputpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day9/output'
             DELIMITED BY SIZE INTO outputpath
           END-IF
           ACCEPT reportbase FROM ENVIRONMENT "DAY9_P2_REPORT"
           IF reportbase = SPACES THEN
            MOVE "DAY9_P2_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportbase
           END-IF
           IF reportbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day9/p2report'
             DELIMITED BY SIZE INTO reportbase
           END-IF
           STRING FUNCTION TRIM(reportbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO reportpath
           ACCEPT tiespath FROM ENVIRONMENT "DAY9_P2_TIES"
           IF tiespath = SPACES THEN
            MOVE "DAY9_P2_TIES" TO confkey
            PERFORM Getconfig
            MOVE confval TO tiespath
           END-IF
           IF tiespath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day9/ties.txt'
             DELIMITED BY SIZE INTO tiespath
           END-IF
           ACCEPT rawsample FROM ENVIRONMENT "DAY9_VERIFY_SAMPLE"
           IF rawsample = SPACES THEN
            MOVE "DAY9_VERIFY_SAMPLE" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawsample
           END-IF
           IF rawsample NOT= SPACES THEN
            COMPUTE samplesize = FUNCTION NUMVAL(rawsample)
           END-IF
           ACCEPT rawseed FROM ENVIRONMENT "DAY9_VERIFY_SEED"
           IF rawseed = SPACES THEN
            MOVE "DAY9_VERIFY_SEED" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawseed
           END-IF
           IF rawseed NOT= SPACES THEN
            COMPUTE seed = FUNCTION NUMVAL(rawseed)
           ELSE
            COMPUTE seed = FUNCTION NUMVAL(reportdate)
           END-IF
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "verifyrect" TO excprogram
           PERFORM Readcoords
           PERFORM Readreport
           PERFORM Checkwinner
           PERFORM Checkties
           IF repmode NOT= "EXHAUSTIVE" AND bestfound = 1 THEN
            PERFORM Samplepairs
           END-IF
           MOVE SPACES TO logmsg
           STRING "mode " FUNCTION TRIM(repmode) ", " cnt
            " accepted coordinate(s), " tiecount " tie(s), "
            samplen " sampled pair(s)"
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

      *The sorted coordinate file: every accepted coordinate into
      *the table, and the last BEST RECT line as the published
      *winner.
           Readcoords.
            OPEN INPUT sortedfile
            MOVE "sortedfile" TO errfile
            MOVE sortedstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ sortedfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF sortedrec(1:10) = "BEST RECT " THEN
                MOVE sortedrec TO bestline
                MOVE 1 TO bestfound
               ELSE
                IF sortedrec NOT= SPACES THEN
                 PERFORM Takecoord
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE sortedfile.

           Takecoord.
            MOVE SPACES TO rawx rawy
            UNSTRING sortedrec(1:12) DELIMITED BY "," INTO rawx rawy
            IF FUNCTION ABS(FUNCTION NUMVAL(rawx)) > 99999
             OR FUNCTION ABS(FUNCTION NUMVAL(rawy)) > 99999 THEN
             EXIT PARAGRAPH
            END-IF
            IF cnt < 20000 THEN
             ADD 1 TO cnt
             COMPUTE posix(cnt) = FUNCTION NUMVAL(rawx)
             COMPUTE posiy(cnt) = FUNCTION NUMVAL(rawy)
            END-IF.

      *The dated report accretes a section per run; the MODE line
      *that precedes the last ANSWER says how that answer was found.
           Readreport.
            OPEN INPUT reportfile
            IF reportstatus NOT= "00" THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "REPORT" TO exckey
             MOVE "no dated report - published area not compared"
              TO excmessage
             PERFORM Writeexception
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ reportfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF reportrec(1:5) = "MODE " THEN
                MOVE reportrec(6:12) TO lastmode
               END-IF
               IF reportrec(1:7) = "ANSWER " THEN
                COMPUTE reported = FUNCTION NUMVAL(reportrec(8:18))
                MOVE lastmode TO repmode
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
            END-IF.

      *Corner points present in the accepted set, the corners'
      *own area, the BEST RECT area and the report ANSWER all in
      *agreement.
           Checkwinner.
            IF bestfound = 0 THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "BEST RECT" TO exckey
             MOVE "no BEST RECT line in the sorted coordinate file"
              TO excmessage
             PERFORM Writeexception
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO cornertok(1) cornertok(2) cornertok(3)
             cornertok(4) cornertok(5) cornertok(6) cornertok(7)
             cornertok(8) cornertok(9)
            UNSTRING bestline(11:110)
             DELIMITED BY " CORNERS (" OR "),(" OR "," OR ")"
             INTO cornertok(1) cornertok(2) cornertok(3)
              cornertok(4) cornertok(5) cornertok(6) cornertok(7)
              cornertok(8) cornertok(9)
            COMPUTE bestarea = FUNCTION NUMVAL(cornertok(1))
            COMPUTE winax = FUNCTION NUMVAL(cornertok(2))
            COMPUTE winay = FUNCTION NUMVAL(cornertok(3))
            COMPUTE winbx = FUNCTION NUMVAL(cornertok(6))
            COMPUTE winby = FUNCTION NUMVAL(cornertok(7))
            MOVE winax TO findx
            MOVE winay TO findy
            PERFORM Findcoord
            IF found = 0 THEN
             PERFORM Missingcorner
            END-IF
            MOVE winbx TO findx
            MOVE winby TO findy
            PERFORM Findcoord
            IF found = 0 THEN
             PERFORM Missingcorner
            END-IF
            COMPUTE winarea =
             (FUNCTION ABS(winax - winbx) + 1) *
             (FUNCTION ABS(winay - winby) + 1)
            IF winarea NOT= bestarea THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "BEST RECT AREA" TO exckey
             MOVE SPACES TO excmessage
             MOVE bestarea TO logsg1
             MOVE winarea TO logsg2
             STRING "published " FUNCTION TRIM(logsg1)
              " corners span " FUNCTION TRIM(logsg2)
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF
            IF repansfound = 1 AND reported NOT= winarea THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "ANSWER" TO exckey
             MOVE SPACES TO excmessage
             MOVE reported TO logsg1
             MOVE winarea TO logsg2
             STRING "report says " FUNCTION TRIM(logsg1)
              " corners span " FUNCTION TRIM(logsg2)
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF
            MOVE SPACES TO logmsg
            MOVE winarea TO logsg1
            STRING "published winner spans "
             FUNCTION TRIM(logsg1)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Sets found when (findx, findy) is an accepted coordinate.
           Findcoord.
            MOVE 0 TO found
            PERFORM VARYING idx FROM 1 BY 1
             UNTIL idx > cnt OR found = 1
             IF posix(idx) = findx AND posiy(idx) = findy THEN
              MOVE 1 TO found
             END-IF
            END-PERFORM.

           Missingcorner.
            ADD 1 TO badcount
            MOVE "ERROR" TO excseverity
            MOVE SPACES TO exckey
            MOVE findx TO logsg1
            MOVE findy TO logsg2
            STRING FUNCTION TRIM(logsg1) "," FUNCTION TRIM(logsg2)
             DELIMITED BY SIZE INTO exckey
            MOVE "winning corner is not an accepted input coordinate"
             TO excmessage
            PERFORM Writeexception.

      *Every tie-report pair's area recomputed from its corners; it
      *must be the area the tie report states and must not beat the
      *published winner.
           Checkties.
            OPEN INPUT tiesfile
            IF tiesstatus NOT= "00" THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE "TIES" TO exckey
             MOVE "no tie report - near-best pairs not compared"
              TO excmessage
             PERFORM Writeexception
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ tiesfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF tiesrec(1:5) = "RANK " THEN
                PERFORM Checktie
               END-IF
             END-READ
            END-PERFORM
            CLOSE tiesfile.

           Checktie.
            ADD 1 TO tiecount
            MOVE tiesrec(6:3) TO tierank
            COMPUTE tiestated = FUNCTION NUMVAL(tiesrec(15:18))
            MOVE tiesrec(42:60) TO tiecorners
            MOVE SPACES TO cornertok(1) cornertok(2) cornertok(3)
             cornertok(4) cornertok(5)
            UNSTRING tiecorners DELIMITED BY ")(" OR "(" OR ","
             OR ")"
             INTO cornertok(1) cornertok(2) cornertok(3)
              cornertok(4) cornertok(5)
            COMPUTE tieax = FUNCTION NUMVAL(cornertok(2))
            COMPUTE tieay = FUNCTION NUMVAL(cornertok(3))
            COMPUTE tiebx = FUNCTION NUMVAL(cornertok(4))
            COMPUTE tieby = FUNCTION NUMVAL(cornertok(5))
            COMPUTE rect =
             (FUNCTION ABS(tieax - tiebx) + 1) *
             (FUNCTION ABS(tieay - tieby) + 1)
            IF rect NOT= tiestated THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE SPACES TO exckey
             STRING "TIE RANK " FUNCTION TRIM(tierank)
              DELIMITED BY SIZE INTO exckey
             MOVE SPACES TO excmessage
             MOVE tiestated TO logsg1
             MOVE rect TO logsg2
             STRING "stated " FUNCTION TRIM(logsg1)
              " corners span " FUNCTION TRIM(logsg2)
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF
            IF bestfound = 1 AND rect > winarea THEN
             ADD 1 TO badcount
             MOVE "ERROR" TO excseverity
             MOVE SPACES TO exckey
             STRING "TIE RANK " FUNCTION TRIM(tierank)
              DELIMITED BY SIZE INTO exckey
             MOVE SPACES TO excmessage
             MOVE rect TO logsg1
             MOVE winarea TO logsg2
             STRING "tie pair spans " FUNCTION TRIM(logsg1)
              " beating winner " FUNCTION TRIM(logsg2)
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF.

      *Random pairs of accepted coordinates against the winner. A
      *pair that beats it proves the run missed a larger rectangle.
           Samplepairs.
            IF cnt < 2 OR samplesize = 0 THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE randval = FUNCTION RANDOM(seed)
            PERFORM VARYING samplen FROM 1 BY 1
             UNTIL samplen > samplesize
             COMPUTE randval = FUNCTION RANDOM
             COMPUTE idx = randval * cnt + 1
             COMPUTE randval = FUNCTION RANDOM
             COMPUTE idx2 = randval * cnt + 1
             COMPUTE rect =
              (FUNCTION ABS(posix(idx) - posix(idx2)) + 1) *
              (FUNCTION ABS(posiy(idx) - posiy(idx2)) + 1)
             IF rect > winarea THEN
              ADD 1 TO samplebeat
              ADD 1 TO badcount
              IF samplebeat <= 20 THEN
               MOVE "ERROR" TO excseverity
               MOVE SPACES TO exckey
               STRING "SAMPLE " idx " " idx2
                DELIMITED BY SIZE INTO exckey
               MOVE SPACES TO excmessage
               MOVE posix(idx) TO logsg1
               MOVE posiy(idx) TO logsg2
               MOVE 1 TO samplemsgptr
               STRING "(" FUNCTION TRIM(logsg1) ","
                FUNCTION TRIM(logsg2) ")"
                DELIMITED BY SIZE INTO excmessage
                WITH POINTER samplemsgptr
               MOVE posix(idx2) TO logsg1
               MOVE posiy(idx2) TO logsg2
               STRING "(" FUNCTION TRIM(logsg1) ","
                FUNCTION TRIM(logsg2) ") spans "
                DELIMITED BY SIZE INTO excmessage
                WITH POINTER samplemsgptr
               MOVE rect TO logsg1
               STRING FUNCTION TRIM(logsg1)
                DELIMITED BY SIZE INTO excmessage
                WITH POINTER samplemsgptr
               PERFORM Writeexception
              END-IF
             END-IF
            END-PERFORM
            SUBTRACT 1 FROM samplen
            IF samplebeat > 0 THEN
             MOVE SPACES TO logmsg
             STRING samplebeat " sampled pair(s) beat the published "
              "winner of " winarea
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
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
