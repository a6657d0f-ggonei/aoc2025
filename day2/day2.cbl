             SELECT inputfile ASSIGN TO inputpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS inputstatus.
             SELECT exceptfile ASSIGN TO exceptpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS exceptstatus.
             SELECT reportfile ASSIGN TO reportpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS reportstatus.
             SELECT detailfile ASSIGN TO detailpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS detailstatus.
             SELECT ckfile ASSIGN TO ckfpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ckfstatus.
             SELECT extractfile ASSIGN TO extractpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS extractstatus.
             SELECT patfile ASSIGN TO patpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS patstatus.

       DATA DIVISION.
           FILE SECTION.
            FD inputfile.
            COPY instrrec REPLACING ==:LEN:== BY ==500==.
            FD exceptfile.
            01 exceptrec PIC X(100).
            FD reportfile.
            01 reportrec PIC X(40).
            FD detailfile.
            01 detailrec PIC X(100).
            FD ckfile.
            01 ckrec PIC X(160).
            FD extractfile.
            01 extractrec PIC X(80).
            FD patfile.
            01 patrec PIC X(120).
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
      *Both parts are settled from one parse and one normalization
      *of the ranges, so they can never disagree about what the
      *ranges were. DAY2_PART picks what is published: P1 (the
      *doubled count), P2 (the repeated count with its detail,
      *extract and exceptions) or BOTH, the nightly default.
            01 part PIC X(4) VALUE SPACES.
            01 detailpath PIC X(250) VALUE SPACES.
            01 detailstatus PIC X(2) VALUE SPACES.
      *Every echoed value that actually counted, one pipe-delimited
      *record (value|owning input range|run date), so the ticketing
      *desk can void the concrete IDs without re-deriving them from
      *the range detail by hand.
            01 extractbase PIC X(250) VALUE SPACES.
            01 extractpath PIC X(250) VALUE SPACES.
            01 extractstatus PIC X(2) VALUE SPACES.
            01 extractcount PIC 9(6) VALUE 0.
      *Repeat-pattern classification of the counted values: every
      *unit length and repeat count a value qualifies under, its
      *primary pattern (the shortest unit), a distribution per
      *normalized range and overall, and totals reconciled to both
      *published counters. A value qualifying under more than one
      *pattern (111111 is 1x6, 2x3 and 3x2) is flagged MULTI.
            01 patbase PIC X(250) VALUE SPACES.
            01 patpath PIC X(250) VALUE SPACES.
            01 patstatus PIC X(2) VALUE SPACES.
            01 patterns-values.
             02 FILLER PIC X(16) VALUE "0102SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0103SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0104SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0105SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0106SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0107SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0108SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0109SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0110SINGLE DIGIT".
             02 FILLER PIC X(16) VALUE "0202DOUBLE".
             02 FILLER PIC X(16) VALUE "0203TRIPLE".
             02 FILLER PIC X(16) VALUE "0204QUADRUPLE".
             02 FILLER PIC X(16) VALUE "0205QUINTUPLE".
             02 FILLER PIC X(16) VALUE "0302DOUBLE".
             02 FILLER PIC X(16) VALUE "0303TRIPLE".
             02 FILLER PIC X(16) VALUE "0402DOUBLE".
             02 FILLER PIC X(16) VALUE "0502DOUBLE".
            01 patterns REDEFINES patterns-values.
             02 patentry OCCURS 17 TIMES.
              03 patunit PIC 9(2).
              03 patreps PIC 9(2).
              03 patname PIC X(12).
            01 patidx PIC 9(2) VALUE 0.
            01 patslot PIC 9(2) VALUE 0.
            01 patfound PIC 9(2) VALUE 0.
            01 primunit PIC 9(2) VALUE 0.
            01 primreps PIC 9(2) VALUE 0.
            01 unitlen PIC 9(2) VALUE 0.
            01 unitreps PIC 9(2) VALUE 0.
            01 unitblk PIC 9(2) VALUE 0.
            01 unitok PIC 9(1) VALUE 0.
            01 hasdouble PIC 9(1) VALUE 0.
            01 patlist PIC X(40) VALUE SPACES.
            01 patptr PIC 9(3) VALUE 0.
            01 rangepats.
             02 rangepat OCCURS 1000 TIMES.
              03 rpcount PIC 9(6) OCCURS 17 TIMES.
              03 rpmulti PIC 9(6).
            01 allpats.
             02 allpat OCCURS 17 TIMES.
              03 apcount PIC 9(6).
              03 apsum PIC 9(18).
            01 allmulti PIC 9(6) VALUE 0.
            01 allvalues PIC 9(6) VALUE 0.
            01 allsum PIC 9(18) VALUE 0.
            01 nopatcount PIC 9(6) VALUE 0.
            01 nopatsum PIC 9(18) VALUE 0.
            01 dblcount PIC 9(6) VALUE 0.
            01 dblsum PIC 9(18) VALUE 0.
            01 patedit1 PIC Z(17)9.
            01 patedit2 PIC Z(17)9.
            01 patverdict PIC X(16) VALUE SPACES.
            01 detailline.
             02 FILLER PIC X(6) VALUE "RANGE ".
             02 dlmin PIC Z(9)9.
             02 FILLER PIC X(1) VALUE "-".
             02 dlmax PIC Z(9)9.
             02 FILLER PIC X(7) VALUE " FOUND ".
             02 dlfound PIC Z(5)9.
             02 FILLER PIC X(5) VALUE " SUM ".
             02 dlsum PIC Z(17)9.
             02 FILLER PIC X(9) VALUE " DOUBLED ".
             02 dldoubled PIC Z(5)9.
            01 rangestats.
             02 rangestat OCCURS 1000 TIMES.
              03 rangefound PIC 9(6) VALUE 0.
              03 rangesum PIC 9(18) VALUE 0.
              03 rangedoubled PIC 9(6) VALUE 0.
            01 mergedcount PIC 9(4) VALUE 0.
            01 rangecount PIC 9(4) VALUE 0.
            01 rangetab.
             02 rangeentry OCCURS 1000 TIMES.
              03 rangemin PIC 9(18).
              03 rangemax PIC 9(18).
            01 origtab.
             02 origentry OCCURS 1000 TIMES.
              03 origmin PIC 9(18).
              03 origmax PIC 9(18).
            01 rangeflags.
             02 rangeflag PIC X(1) OCCURS 1000 TIMES.
      *Normalization mode asked of rangemerge (blank takes its
      *default); rangemerge hands back the mode that actually ran.
            01 mergemode PIC X(8) VALUE SPACES.
            01 mergeline.
             02 FILLER PIC X(7) VALUE "MERGED ".
             02 mlomin PIC Z(9)9.
             02 FILLER PIC X(1) VALUE "-".
             02 mlomax PIC Z(9)9.
             02 FILLER PIC X(4) VALUE " -> ".
             02 mlnmin PIC Z(9)9.
             02 FILLER PIC X(1) VALUE "-".
             02 mlnmax PIC Z(9)9.
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/input'.
            01 inputtstpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/inputtst'.
            01 inputprodpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/input'.
            01 dataset PIC X(4) VALUE "PROD".
            01 exceptpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/exceptions.txt'.
            01 exceptline.
             02 exceptval PIC Z(9)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 FILLER PIC X(20) VALUE "already written from".
             02 FILLER PIC X(1) VALUE SPACE.
             02 exceptrange PIC X(50).
            01 expectedpath1 PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/expected.txt'.
            01 expectedpath2 PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/p2expected.txt'.
            01 reportbase1 PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/report'.
            01 reportbase2 PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day2/p2report'.
            01 reportpath PIC X(250) VALUE SPACES.
            01 reportdate PIC X(8) VALUE SPACES.
            01 reportline.
             02 FILLER PIC X(7) VALUE "ANSWER ".
             02 reportanswer PIC Z(17)9.
            01 inputstatus PIC X(2) VALUE SPACES.
            01 exceptstatus PIC X(2) VALUE SPACES.
            01 reportstatus PIC X(2) VALUE SPACES.
      *One part's published answer on its way through Writereport
      *and Checkanswer.
            01 partbase PIC X(250) VALUE SPACES.
            01 partexpected PIC X(250) VALUE SPACES.
            01 partanswer PIC 9(18) VALUE 0.
            01 partprog PIC X(14) VALUE SPACES.
            01 expectedanswer PIC 9(18) VALUE 0.
            01 expline PIC X(80) VALUE SPACES.
            01 expflag PIC X(1) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 eof PIC 9(1) VALUE 0.
            01 myarray.
             02 myitem OCCURS 1000 TIMES INDEXED BY idx.
              03 itm PIC X(50).
            01 mytable.
             02 myentry OCCURS 200000 TIMES INDEXED BY tidx.
              03 myval PIC X(10) VALUE HIGH-VALUES.
              03 myrangeidx PIC 9(4) VALUE 9999.
            01 curentries PIC 9(6) VALUE 0.
            01 iter PIC 9(6) VALUE 0.
            01 startpos PIC 9(4) VALUE 1.
            01 endpos PIC 9(4) VALUE 1.
            01 diffpos PIC 9(4) VALUE 0.
            01 min PIC 9(10) VALUE 0.
            01 max PIC 9(10) VALUE 0.
            01 echoed PIC 9(10) VALUE 0.
            01 checkmax PIC 9(6) VALUE 0.
            01 divider PIC 9(10) VALUE 0.
            01 leadzs PIC 9(5) VALUE 0.
            01 repeat PIC 9(6) VALUE 0.
            01 counter PIC 9(18) VALUE 0.
            01 doubledcounter PIC 9(18) VALUE 0.
            01 strcat PIC X(10) VALUE SPACES.
            01 repval PIC 9(6) VALUE 0.
            01 digits PIC 9(2) VALUE 0.
            01 halflen PIC 9(2) VALUE 0.
            01 isdoubled PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
             FUNCTION TRIM(batchyear) '/checkstatus.txt'
             DELIMITED BY SIZE INTO ckfpath
           END-IF
           ACCEPT part FROM ENVIRONMENT "DAY2_PART"
           IF part = SPACES THEN
            MOVE "DAY2_PART" TO confkey
            PERFORM Getconfig
            MOVE confval TO part
           END-IF
           IF part NOT= "P1" AND part NOT= "P2" THEN
            MOVE "BOTH" TO part
           END-IF
           STRING '/Users/georgeoneill/ess-dmsc/'
            FUNCTION TRIM(batchyear) '/day2/input'
            DELIMITED BY SIZE INTO inputprodpath
           STRING '/Users/georgeoneill/ess-dmsc/'
            FUNCTION TRIM(batchyear) '/day2/inputtst'
            DELIMITED BY SIZE INTO inputtstpath
           ACCEPT dataset FROM ENVIRONMENT "DAY2_DATASET"
           IF dataset = SPACES THEN
            MOVE "DAY2_DATASET" TO confkey
            MOVE confval TO dataset
           END-IF
           IF dataset = SPACES THEN
            MOVE "PROD" TO dataset
           END-IF
           ACCEPT inputpath FROM ENVIRONMENT "DAY2_INPUT"
           IF inputpath = SPACES THEN
           END-IF
           IF inputpath = SPACES THEN
            EVALUATE dataset
             WHEN "TEST" MOVE inputtstpath TO inputpath
             WHEN OTHER MOVE inputprodpath TO inputpath
            END-EVALUATE
           END-IF
           ACCEPT exceptpath FROM ENVIRONMENT "DAY2_P2_EXCEPTIONS"
           IF exceptpath = SPACES THEN
            MOVE "DAY2_P2_EXCEPTIONS" TO confkey
            PERFORM Getconfig
            MOVE confval TO exceptpath
           END-IF
           IF exceptpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/exceptions.txt'
             DELIMITED BY SIZE INTO exceptpath
           END-IF
           ACCEPT expectedpath1 FROM ENVIRONMENT "DAY2_EXPECTED"
           IF expectedpath1 = SPACES THEN
            MOVE "DAY2_EXPECTED" TO confkey
            PERFORM Getconfig
            MOVE confval TO expectedpath1
           END-IF
           IF expectedpath1 = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/expected.txt'
             DELIMITED BY SIZE INTO expectedpath1
           END-IF
           ACCEPT expectedpath2 FROM ENVIRONMENT "DAY2_P2_EXPECTED"
           IF expectedpath2 = SPACES THEN
            MOVE "DAY2_P2_EXPECTED" TO confkey
            PERFORM Getconfig
            MOVE confval TO expectedpath2
           END-IF
           IF expectedpath2 = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/p2expected.txt'
             DELIMITED BY SIZE INTO expectedpath2
           END-IF
           ACCEPT reportbase1 FROM ENVIRONMENT "DAY2_REPORT"
           IF reportbase1 = SPACES THEN
            MOVE "DAY2_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportbase1
           END-IF
           IF reportbase1 = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/report'
             DELIMITED BY SIZE INTO reportbase1
           END-IF
           ACCEPT reportbase2 FROM ENVIRONMENT "DAY2_P2_REPORT"
           IF reportbase2 = SPACES THEN
            MOVE "DAY2_P2_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportbase2
           END-IF
           IF reportbase2 = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/p2report'
             DELIMITED BY SIZE INTO reportbase2
           END-IF
           ACCEPT reportdate FROM ENVIRONMENT "DAY2_REPORTDATE"
           IF reportdate = SPACES THEN
           IF reportdate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO reportdate
           END-IF
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "day2-p2" TO excprogram
           ACCEPT detailpath FROM ENVIRONMENT "DAY2_P2_DETAIL"
           IF detailpath = SPACES THEN
            MOVE "DAY2_P2_DETAIL" TO confkey
            PERFORM Getconfig
            MOVE confval TO detailpath
           END-IF
           IF detailpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/rangedetail.txt'
             DELIMITED BY SIZE INTO detailpath
           END-IF
           ACCEPT extractbase FROM ENVIRONMENT "DAY2_P2_EXTRACT"
           IF extractbase = SPACES THEN
            MOVE "DAY2_P2_EXTRACT" TO confkey
            PERFORM Getconfig
            MOVE confval TO extractbase
           END-IF
           IF extractbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/echoextract'
             DELIMITED BY SIZE INTO extractbase
           END-IF
           STRING FUNCTION TRIM(extractbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO extractpath
           ACCEPT patbase FROM ENVIRONMENT "DAY2_P2_PATTERNS"
           IF patbase = SPACES THEN
            MOVE "DAY2_P2_PATTERNS" TO confkey
            PERFORM Getconfig
            MOVE confval TO patbase
           END-IF
           IF patbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/echopatterns'
             DELIMITED BY SIZE INTO patbase
           END-IF
           STRING FUNCTION TRIM(patbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO patpath
           MOVE SPACES TO logmsg
           STRING "day2 part " part " input " FUNCTION TRIM(inputpath)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           MOVE 1 TO idx.
           MOVE 1 TO tidx.
           OPEN INPUT inputfile
           MOVE "inputfile" TO errfile
           MOVE inputstatus TO errstatus
           PERFORM Checkstatus
           IF part NOT= "P1" THEN
            OPEN OUTPUT exceptfile
            MOVE "exceptfile" TO errfile
            MOVE exceptstatus TO errstatus
            PERFORM Checkstatus
           END-IF.
           PERFORM UNTIL eof = 1
            READ inputfile INTO instruction
             AT END
              MOVE 1 TO eof
             NOT AT END
              PERFORM ParseRecord
           END-PERFORM.

           COMPUTE newidx = idx - 1.
           MOVE newidx TO numitems.

           IF part NOT= "P1" THEN
            OPEN OUTPUT detailfile
            MOVE "detailfile" TO errfile
            MOVE detailstatus TO errstatus
            PERFORM Checkstatus
           END-IF.
      *Normalize the raw ranges through the shared day5 merge logic
      *before scanning, so overlapping input ranges can no longer
      *enumerate the same values twice; adjusted ranges are reported.
           MOVE numitems TO rangecount
           PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
            MOVE 0 TO min, max
            UNSTRING myitem(idx) DELIMITED BY "-" INTO min,max
            MOVE min TO rangemin(idx)
            MOVE max TO rangemax(idx)
            MOVE min TO origmin(idx)
            MOVE max TO origmax(idx)
           END-PERFORM
           ACCEPT mergemode FROM ENVIRONMENT "RANGEMERGE_MODE"
           IF mergemode = SPACES THEN
            MOVE "RANGEMERGE_MODE" TO confkey
            PERFORM Getconfig
            MOVE confval TO mergemode
           END-IF
           MOVE FUNCTION UPPER-CASE(mergemode) TO mergemode
           CALL "rangemerge" USING rangecount rangetab rangeflags
            mergemode
           MOVE SPACES TO logmsg
           STRING "range normalization mode " FUNCTION TRIM(mergemode)
            " ranges processed " rangecount
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
            IF rangeflag(idx) = "M" THEN
             ADD 1 TO mergedcount
             IF part NOT= "P1" THEN
              MOVE origmin(idx) TO mlomin
              MOVE origmax(idx) TO mlomax
              MOVE rangemin(idx) TO mlnmin
              MOVE rangemax(idx) TO mlnmax
              WRITE detailrec FROM mergeline
             END-IF
            END-IF
           END-PERFORM
           MOVE SPACES TO logmsg
           STRING "ranges adjusted by merge: " mergedcount
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
            MOVE rangemin(idx) TO min
            MOVE rangemax(idx) TO max
            MOVE SPACES TO logmsg
            STRING min "->" max
             DELIMITED BY SIZE INTO logmsg
            MOVE "DEBUG" TO logsev
            PERFORM Log
            IF min <= max AND max > 0 THEN
             PERFORM Loop
            END-IF
           END-PERFORM.
           IF part NOT= "P1" THEN
            OPEN OUTPUT extractfile
            MOVE "extractfile" TO errfile
            MOVE extractstatus TO errstatus
            PERFORM Checkstatus
            OPEN OUTPUT patfile
            MOVE "patfile" TO errfile
            MOVE patstatus TO errstatus
            PERFORM Checkstatus
            INITIALIZE rangepats allpats
            MOVE SPACES TO patrec
            STRING "==== ECHO PATTERN CLASSIFICATION " reportdate
             " ===="
             DELIMITED BY SIZE INTO patrec
            WRITE patrec
            MOVE "VALUE|RANGE|UNIT|REPEATS|PATTERN|QUALIFIES|FLAG"
             TO patrec
            WRITE patrec
           END-IF
           PERFORM Dedupe
           IF part NOT= "P1" THEN
            CLOSE extractfile
            CALL "runreg" USING extractpath
            MOVE SPACES TO logmsg
            STRING "echoed values extracted: " extractcount
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            PERFORM Writepatterns
            CLOSE patfile
            CALL "runreg" USING patpath
      *Per-range contribution detail: the normalized range scanned,
      *how many echoed values were found inside it, what they added
      *to the grand counter and how many of them were doubled, so
      *range-level queries never need a rerun. Written after the
      *dedupe pass so the sums reconcile exactly to the published
      *counters.
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
             MOVE rangemin(idx) TO dlmin
             MOVE rangemax(idx) TO dlmax
             MOVE rangefound(idx) TO dlfound
             MOVE rangesum(idx) TO dlsum
             MOVE rangedoubled(idx) TO dldoubled
             WRITE detailrec FROM detailline
            END-PERFORM
            CLOSE detailfile
            CALL "runreg" USING detailpath
            CLOSE exceptfile
           END-IF.

           MOVE SPACES TO logmsg
           STRING "doubled " doubledcounter " repeated " counter
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log.
           CLOSE inputfile.
           IF part NOT= "P2" THEN
            MOVE reportbase1 TO partbase
            MOVE expectedpath1 TO partexpected
            MOVE doubledcounter TO partanswer
            MOVE "day2" TO partprog
            PERFORM Writereport
            PERFORM Checkanswer
           END-IF
           IF part NOT= "P1" THEN
            MOVE reportbase2 TO partbase
            MOVE expectedpath2 TO partexpected
            MOVE counter TO partanswer
            MOVE "day2-p2" TO partprog
            PERFORM Writereport
            PERFORM Checkanswer
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

      *Dated answer report for one part (base in partbase).
           Writereport.
            MOVE SPACES TO reportpath
            STRING FUNCTION TRIM(partbase) "_" reportdate ".txt"
             DELIMITED BY SIZE INTO reportpath
            OPEN EXTEND reportfile
            IF reportstatus NOT= "00" THEN
             OPEN OUTPUT reportfile
            END-IF
            MOVE "reportfile" TO errfile
            MOVE reportstatus TO errstatus
            PERFORM Checkstatus
            IF runid NOT= SPACES THEN
             MOVE SPACES TO reportrec
             STRING "RUNID " runid DELIMITED BY SIZE
              INTO reportrec
             WRITE reportrec
            END-IF
            MOVE SPACES TO reportrec
            STRING "BUILD " buildid DELIMITED BY SIZE
             INTO reportrec
            WRITE reportrec
            MOVE partanswer TO reportanswer
            WRITE reportrec FROM reportline
            CLOSE reportfile
            CALL "runreg" USING reportpath.

      *Expected-answer check for one part against its own
      *checksum-keyed expected file, ending in that part's
      *checkstatus record under the part's job name.
           Checkanswer.
            MOVE SPACES TO expline
            MOVE SPACE TO expflag
            CALL "expfind" USING partexpected inputpath
             expline expflag
            IF expflag = "P" OR expflag = "C" THEN
             COMPUTE expectedanswer = FUNCTION NUMVAL(expline)
             MOVE expectedanswer TO checkexpected
             MOVE partanswer TO checkactual
             IF expectedanswer = partanswer THEN
              MOVE SPACES TO logmsg
              STRING FUNCTION TRIM(partprog)
               " expected-answer check: MATCH"
               DELIMITED BY SIZE INTO logmsg
              MOVE "INFO " TO logsev
              PERFORM Log
              MOVE "MATCH" TO checkverdict
             ELSE
              MOVE SPACES TO logmsg
              STRING FUNCTION TRIM(partprog)
               " expected-answer check: MISMATCH - expected "
               expectedanswer " got " partanswer
               DELIMITED BY SIZE INTO logmsg
              MOVE "ERROR" TO logsev
              PERFORM Log
              MOVE "MISMATCH" TO checkverdict
             END-IF
            ELSE
             MOVE SPACES TO checkexpected
             MOVE partanswer TO checkactual
             MOVE "NOT RUN" TO checkverdict
             IF expflag = "N" THEN
              MOVE "NOEXPECT" TO checkverdict
              MOVE SPACES TO logmsg
              STRING FUNCTION TRIM(partprog)
               " no expected entry for tonight "
               "input checksum - NOEXPECTED"
               DELIMITED BY SIZE INTO logmsg
              MOVE "WARN " TO logsev
              PERFORM Log
             END-IF
            END-IF
            MOVE partprog TO checkprogram
            MOVE reportdate TO checkdate
            PERFORM Writecheckstatus.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the day's run.
           Writeexception.
            MOVE reportdate TO excdate
            CALL "excrepo" USING excline excrepopath.

           Loop.
            COMPUTE divider = FUNCTION INTEGER(FUNCTION LOG10(max)) + 1
            COMPUTE checkmax = max / divider
            PERFORM VARYING repval FROM 1 BY 1 UNTIL repval > checkmax
             MOVE 0 TO leadzs
             INSPECT repval TALLYING leadzs FOR LEADING ZEROES
             MOVE repval(leadzs + 1:) TO strcat
           IF
             FUNCTION MOD(divider, (LENGTH OF repval) - leadzs) <= 1
            THEN
              PERFORM VARYING repeat FROM 2 BY 1 UNTIL repeat > divider
               STRING strcat DELIMITED BY SPACE
                      repval(leadzs + 1:) DELIMITED BY SPACE
                INTO strcat
               END-STRING
               MOVE FUNCTION NUMVAL(strcat) TO echoed
               IF min <= echoed AND echoed <= max THEN
                PERFORM Adddata
                EXIT PERFORM
               END-IF
              END-PERFORM
            END-IF
            END-PERFORM.

      *Candidates are only collected here; uniqueness is settled by
      *one table sort and a single sequential pass in Dedupe, so the
      *job scales with input size instead of rescanning the whole
      *table for every candidate.
           Adddata.
            IF curentries > 199999 THEN
             MOVE SPACES TO logmsg
             STRING "too many candidate values - limit is 200000"
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             STOP RUN
            END-IF
            ADD 1 TO curentries
            MOVE echoed TO myval(curentries)
            MOVE idx TO myrangeidx(curentries).

      *Sorts the collected values (range index as the tie-break so a
      *duplicated value is credited to the first range that produced
      *it) and makes one pass: the first of each value counts, any
      *repeat is reported as a duplicate exception exactly as the
      *old linear scan did. Every counted value that is one digit
      *block written exactly twice also counts toward part 1, so
      *both parts come from the same set of values.
           Dedupe.
            IF curentries > 0 THEN
             SORT myentry ON ASCENDING KEY myval myrangeidx
             MOVE SPACES TO strcat
             PERFORM VARYING iter FROM 1 BY 1 UNTIL iter > curentries
              IF myval(iter) = strcat THEN
               IF part NOT= "P1" THEN
                COMPUTE echoed = FUNCTION NUMVAL(myval(iter))
                MOVE echoed TO exceptval
                MOVE myitem(myrangeidx(iter)) TO exceptrange
                WRITE exceptrec FROM exceptline
                MOVE "WARN" TO excseverity
                MOVE echoed TO exckey
                MOVE SPACES TO excmessage
                STRING "already counted - range "
                 FUNCTION TRIM(myitem(myrangeidx(iter)))
                 DELIMITED BY SIZE INTO excmessage
                PERFORM Writeexception
               END-IF
              ELSE
               MOVE myval(iter) TO strcat
               COMPUTE echoed = FUNCTION NUMVAL(myval(iter))
               ADD echoed TO counter
               ADD 1 TO rangefound(myrangeidx(iter))
               ADD echoed TO rangesum(myrangeidx(iter))
               PERFORM Checkdoubled
               IF isdoubled = 1 THEN
                ADD echoed TO doubledcounter
                ADD 1 TO rangedoubled(myrangeidx(iter))
               END-IF
               IF part NOT= "P1" THEN
                ADD 1 TO extractcount
                MOVE SPACES TO extractrec
                STRING echoed "|"
                 FUNCTION TRIM(myitem(myrangeidx(iter)))
                 "|" reportdate
                 DELIMITED BY SIZE INTO extractrec
                WRITE extractrec
                PERFORM Classify
               END-IF
              END-IF
             END-PERFORM
            END-IF.

      *Part 1 counts only values whose digits are one block written
      *exactly twice: an even digit count with equal halves.
           Checkdoubled.
            MOVE 0 TO isdoubled
            MOVE 0 TO leadzs
            INSPECT echoed TALLYING leadzs FOR LEADING ZEROES
            COMPUTE digits = LENGTH OF echoed - leadzs
            IF digits > 0 AND FUNCTION MOD(digits, 2) = 0 THEN
             COMPUTE halflen = digits / 2
             IF echoed(leadzs + 1:halflen) =
              echoed(leadzs + 1 + halflen:halflen) THEN
              MOVE 1 TO isdoubled
             END-IF
            END-IF.

      *Every unit length that tiles the counted value's digits at
      *least twice; the shortest is the primary pattern. One detail
      *line per value, and the range and overall tallies.
           Classify.
            MOVE 0 TO leadzs
            INSPECT echoed TALLYING leadzs FOR LEADING ZEROES
            COMPUTE digits = LENGTH OF echoed - leadzs
            MOVE 0 TO patfound primunit primreps hasdouble
            MOVE SPACES TO patlist
            MOVE 1 TO patptr
            PERFORM VARYING unitlen FROM 1 BY 1
             UNTIL unitlen * 2 > digits
             IF FUNCTION MOD(digits, unitlen) = 0 THEN
              COMPUTE unitreps = digits / unitlen
              MOVE 1 TO unitok
              PERFORM VARYING unitblk FROM 2 BY 1
               UNTIL unitblk > unitreps OR unitok = 0
               IF echoed(leadzs + 1 + (unitblk - 1) * unitlen:unitlen)
                NOT= echoed(leadzs + 1:unitlen) THEN
                MOVE 0 TO unitok
               END-IF
              END-PERFORM
              IF unitok = 1 THEN
               ADD 1 TO patfound
               IF patfound = 1 THEN
                MOVE unitlen TO primunit
                MOVE unitreps TO primreps
               END-IF
               IF unitreps = 2 THEN
                MOVE 1 TO hasdouble
               END-IF
               IF patptr > 1 THEN
                STRING " " DELIMITED BY SIZE
                 INTO patlist WITH POINTER patptr
               END-IF
               STRING unitlen "x" unitreps DELIMITED BY SIZE
                INTO patlist WITH POINTER patptr
              END-IF
             END-IF
            END-PERFORM
            ADD 1 TO allvalues
            ADD echoed TO allsum
            IF hasdouble = 1 THEN
             ADD 1 TO dblcount
             ADD echoed TO dblsum
            END-IF
            MOVE 0 TO patslot
            PERFORM VARYING patidx FROM 1 BY 1
             UNTIL patidx > 17 OR patslot > 0
             IF patunit(patidx) = primunit
              AND patreps(patidx) = primreps THEN
              MOVE patidx TO patslot
             END-IF
            END-PERFORM
            IF patslot = 0 THEN
             ADD 1 TO nopatcount
             ADD echoed TO nopatsum
            ELSE
             ADD 1 TO rpcount(myrangeidx(iter), patslot)
             ADD 1 TO apcount(patslot)
             ADD echoed TO apsum(patslot)
            END-IF
            IF patfound > 1 THEN
             ADD 1 TO rpmulti(myrangeidx(iter))
             ADD 1 TO allmulti
            END-IF
            MOVE rangemin(myrangeidx(iter)) TO patedit1
            MOVE rangemax(myrangeidx(iter)) TO patedit2
            MOVE SPACES TO patrec
            IF patslot = 0 THEN
             STRING echoed(leadzs + 1:) "|" FUNCTION TRIM(patedit1)
              "-" FUNCTION TRIM(patedit2) "|||NONE||UNCLASSIFIED"
              DELIMITED BY SIZE INTO patrec
            ELSE
             MOVE 1 TO patptr
             STRING echoed(leadzs + 1:) "|" FUNCTION TRIM(patedit1)
              "-" FUNCTION TRIM(patedit2) "|" primunit "|" primreps
              "|" FUNCTION TRIM(patname(patslot)) "|"
              FUNCTION TRIM(patlist) "|"
              DELIMITED BY SIZE INTO patrec WITH POINTER patptr
             IF patfound > 1 THEN
              STRING "MULTI" DELIMITED BY SIZE
               INTO patrec WITH POINTER patptr
             END-IF
            END-IF
            WRITE patrec.

      *Distribution per normalized range and overall, then the
      *totals against the published counters: every counted value
      *must be classified (part 2) and the values qualifying as a
      *double must add up to part 1.
           Writepatterns.
            MOVE "---- DISTRIBUTION BY RANGE ----" TO patrec
            WRITE patrec
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
             IF rangefound(idx) > 0 THEN
              MOVE rangemin(idx) TO patedit1
              MOVE rangemax(idx) TO patedit2
              PERFORM VARYING patidx FROM 1 BY 1 UNTIL patidx > 17
               IF rpcount(idx, patidx) > 0 THEN
                MOVE SPACES TO patrec
                STRING "RANGE " FUNCTION TRIM(patedit1) "-"
                 FUNCTION TRIM(patedit2) " UNIT " patunit(patidx)
                 " REPEATS " patreps(patidx) " "
                 patname(patidx) " VALUES " rpcount(idx, patidx)
                 DELIMITED BY SIZE INTO patrec
                WRITE patrec
               END-IF
              END-PERFORM
              IF rpmulti(idx) > 0 THEN
               MOVE SPACES TO patrec
               STRING "RANGE " FUNCTION TRIM(patedit1) "-"
                FUNCTION TRIM(patedit2) " MULTI-PATTERN VALUES "
                rpmulti(idx)
                DELIMITED BY SIZE INTO patrec
               WRITE patrec
              END-IF
             END-IF
            END-PERFORM
            MOVE "---- OVERALL ----" TO patrec
            WRITE patrec
            PERFORM VARYING patidx FROM 1 BY 1 UNTIL patidx > 17
             IF apcount(patidx) > 0 THEN
              MOVE SPACES TO patrec
              STRING "UNIT " patunit(patidx) " REPEATS "
               patreps(patidx) " " patname(patidx) " VALUES "
               apcount(patidx) " SUM " apsum(patidx)
               DELIMITED BY SIZE INTO patrec
              WRITE patrec
             END-IF
            END-PERFORM
            MOVE SPACES TO patrec
            STRING "MULTI-PATTERN VALUES " allmulti
             DELIMITED BY SIZE INTO patrec
            WRITE patrec
            IF nopatcount > 0 THEN
             MOVE SPACES TO patrec
             STRING "UNCLASSIFIED VALUES " nopatcount " SUM "
              nopatsum
              DELIMITED BY SIZE INTO patrec
             WRITE patrec
            END-IF
            IF allsum = counter AND nopatcount = 0 THEN
             MOVE "RECONCILED" TO patverdict
            ELSE
             MOVE "NOT RECONCILED" TO patverdict
            END-IF
            MOVE SPACES TO patrec
            STRING "TOTAL VALUES " allvalues " SUM " allsum
             " PART 2 COUNTER " counter " - "
             FUNCTION TRIM(patverdict)
             DELIMITED BY SIZE INTO patrec
            WRITE patrec
            PERFORM Checkpatverdict
            IF dblsum = doubledcounter THEN
             MOVE "RECONCILED" TO patverdict
            ELSE
             MOVE "NOT RECONCILED" TO patverdict
            END-IF
            MOVE SPACES TO patrec
            STRING "DOUBLE-QUALIFYING VALUES " dblcount " SUM "
             dblsum " PART 1 COUNTER " doubledcounter " - "
             FUNCTION TRIM(patverdict)
             DELIMITED BY SIZE INTO patrec
            WRITE patrec
            PERFORM Checkpatverdict.

           Checkpatverdict.
            IF patverdict NOT= "RECONCILED" THEN
             MOVE SPACES TO logmsg
             STRING "echo pattern totals do not reconcile - "
              FUNCTION TRIM(patrec)
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             MOVE "WARN" TO excseverity
             MOVE "ECHO PATTERNS" TO exckey
             MOVE patrec(1:60) TO excmessage
             PERFORM Writeexception
            END-IF.

           ParseRecord.
            MOVE 1 TO startpos
            PERFORM UNTIL startpos > LENGTH OF instruction

             PERFORM VARYING endpos FROM startpos BY 1
              UNTIL instruction(endpos:1) = ","
               OR endpos > LENGTH OF instruction
                CONTINUE
             END-PERFORM

             COMPUTE diffpos = endpos - startpos
             IF diffpos > 0
              AND instruction(startpos:diffpos) NOT= SPACES THEN
              IF idx > 1000 THEN
               MOVE SPACES TO logmsg
               STRING "too many ranges in input - limit is 1000"
                DELIMITED BY SIZE INTO logmsg
               MOVE "ERROR" TO logsev
               PERFORM Log
               STOP RUN
              END-IF
              MOVE instruction(startpos:diffpos) TO myitem(idx)
              COMPUTE idx = idx + 1
             END-IF
             COMPUTE startpos = endpos + 1

            END-PERFORM.

      *Machine-readable outcome of the expected-answer check, one
      *record per part, collected by the driver so a batch that
      *produced wrong answers ends with a nonzero return code.
      *The same outcome is published to the answer master.
           Writecheckstatus.
            MOVE buildid TO checkbuild
            CALL "anspub" USING checkline inputpath reportpath
            OPEN EXTEND ckfile
            IF ckfstatus NOT= "00" THEN
             OPEN OUTPUT ckfile
