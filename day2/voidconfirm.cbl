       IDENTIFICATION DIVISION.
       PROGRAM-ID. voidconfirm.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT ledgerfile ASSIGN TO ledgerpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ledgerstatus.
             SELECT extractfile ASSIGN TO extractpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS extractstatus.
             SELECT confirmfile ASSIGN TO confirmpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS confirmstatus.
             SELECT voidrptfile ASSIGN TO voidrptpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS voidrptstatus.

       DATA DIVISION.
           FILE SECTION.
            FD ledgerfile.
            01 ledgerrec PIC X(100).
            FD extractfile.
            01 extractrec PIC X(80).
            FD confirmfile.
            01 confirmrec PIC X(120).
            FD voidrptfile.
            01 voidrptrec PIC X(132).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 rundate PIC X(8) VALUE SPACES.
            01 rundate9 REDEFINES rundate PIC 9(8).
            01 errfile PIC X(30) VALUE SPACES.
            01 errstatus PIC X(2) VALUE SPACES.
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
            01 ledgerpath PIC X(250) VALUE SPACES.
            01 ledgerstatus PIC X(2) VALUE SPACES.
            01 extractbase PIC X(250) VALUE SPACES.
            01 extractpath PIC X(250) VALUE SPACES.
            01 extractstatus PIC X(2) VALUE SPACES.
            01 confirmbase PIC X(250) VALUE SPACES.
            01 confirmpath PIC X(250) VALUE SPACES.
            01 confirmstatus PIC X(2) VALUE SPACES.
            01 voidrptbase PIC X(250) VALUE SPACES.
            01 voidrptpath PIC X(250) VALUE SPACES.
            01 voidrptstatus PIC X(2) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
            01 rawmaxage PIC X(6) VALUE SPACES.
            01 maxage PIC 9(4) VALUE 5.
      *The outstanding-voids ledger carried from night to night:
      *one entry per echoed value sent to the ticketing desk and
      *not yet confirmed void, with the date it was first sent.
      *The header line records the last extract taken on, so a
      *rerun never takes the same extract twice.
            01 lastextract PIC X(8) VALUE SPACES.
            01 lastextract9 REDEFINES lastextract PIC 9(8).
            01 ledcount PIC 9(4) VALUE 0.
            01 ledidx PIC 9(4) VALUE 0.
            01 ledfound PIC 9(4) VALUE 0.
            01 ledtab.
             02 ledentry OCCURS 9999 TIMES.
              03 ledval PIC 9(10).
              03 ledrange PIC X(30).
              03 ledsent PIC X(8).
              03 ledsent9 REDEFINES ledsent PIC 9(8).
              03 ledage PIC 9(4).
              03 leddone PIC 9(1).
            01 rawval PIC X(20) VALUE SPACES.
            01 rawrange PIC X(30) VALUE SPACES.
            01 rawsent PIC X(8) VALUE SPACES.
            01 rawage PIC X(6) VALUE SPACES.
            01 rawstate PIC X(11) VALUE SPACES.
            01 newval PIC 9(10) VALUE 0.
      *One dated echo extract held in memory: the extract each
      *group of confirmations answers, or the one being taken on
      *to the ledger.
            01 exdate PIC X(8) VALUE SPACES.
            01 exdate9 REDEFINES exdate PIC 9(8).
            01 exloaded PIC 9(1) VALUE 0.
            01 exeof PIC 9(1) VALUE 0.
            01 excount PIC 9(4) VALUE 0.
            01 exidx PIC 9(4) VALUE 0.
            01 exfound PIC 9(4) VALUE 0.
            01 extab.
             02 exentry OCCURS 9999 TIMES.
              03 exval PIC 9(10).
              03 exrange PIC X(30).
      *Extracts not yet taken on: every dated extract after the
      *last one in the ledger up to tonight's, so a night the
      *loop did not run loses nothing. A new ledger starts with
      *tonight's extract alone.
            01 walkint PIC 9(8) VALUE 0.
            01 endint PIC 9(8) VALUE 0.
            01 walkdate PIC 9(8) VALUE 0.
            01 maxwalk PIC 9(3) VALUE 62.
      *Tonight's confirmation file: "EXTRACT yyyymmdd" names the
      *extract the records below it answer, then one
      *"value|status|voided date|reason" record per value, status
      *VOIDED or REFUSED, reason given when refused.
            01 cfval PIC X(20) VALUE SPACES.
            01 cfstatus PIC X(10) VALUE SPACES.
            01 cfvoided PIC X(8) VALUE SPACES.
            01 cfreason PIC X(60) VALUE SPACES.
            01 cfbad PIC X(20) VALUE SPACES.
            01 cfvalue PIC 9(10) VALUE 0.
      *The night's counts.
            01 carried PIC 9(6) VALUE 0.
            01 added PIC 9(6) VALUE 0.
            01 extaken PIC 9(3) VALUE 0.
            01 confirmed PIC 9(6) VALUE 0.
            01 refused PIC 9(6) VALUE 0.
            01 notsent PIC 9(6) VALUE 0.
            01 answered PIC 9(6) VALUE 0.
            01 badrecs PIC 9(6) VALUE 0.
            01 outstanding PIC 9(6) VALUE 0.
            01 overdue PIC 9(6) VALUE 0.
            01 flagged PIC 9(6) VALUE 0.
            01 outline.
             02 olkind PIC X(12).
             02 olval PIC Z(9)9.
             02 FILLER PIC X(9) VALUE " EXTRACT ".
             02 oldate PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 oldetail PIC X(80).
            01 ledline.
             02 FILLER PIC X(12) VALUE "OUTSTANDING ".
             02 llval PIC Z(9)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 llrange PIC X(30).
             02 FILLER PIC X(6) VALUE " SENT ".
             02 llsent PIC X(8).
             02 FILLER PIC X(5) VALUE " AGE ".
             02 llage PIC Z(3)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 llflag PIC X(7).
            01 edage PIC Z(3)9.
            01 edmax PIC Z(3)9.
            01 edval PIC Z(9)9.

       PROCEDURE DIVISION.
      *Void confirmation loop for day2's echo extract: takes each
      *new dated extract sent to the ticketing desk onto the
      *outstanding-voids ledger, matches the desk's confirmations
      *against the extract they answer, and carries what is still
      *unconfirmed forward with its age. Refusals, confirmations
      *for values never sent, and voids outstanding longer than
      *DAY2_VOID_MAXAGE days are flagged in the night's report and
      *the exception repository (rc 4); overdue voids also reach
      *the handover digest through the ledger.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT rundate FROM ENVIRONMENT "DAY2_REPORTDATE"
           IF rundate = SPACES THEN
            MOVE "DAY2_REPORTDATE" TO confkey
            PERFORM Getconfig
            MOVE confval TO rundate
           END-IF
           IF rundate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           END-IF
           IF rundate IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(rundate9) NOT= 0 THEN
            MOVE SPACES TO logmsg
            STRING "void confirmation date '" rundate
             "' is not a valid yyyymmdd - ledger left as it was"
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "day2-voids" TO excprogram
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
           ACCEPT confirmbase FROM ENVIRONMENT "DAY2_VOID_CONFIRM"
           IF confirmbase = SPACES THEN
            MOVE "DAY2_VOID_CONFIRM" TO confkey
            PERFORM Getconfig
            MOVE confval TO confirmbase
           END-IF
           IF confirmbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/voidconfirm'
             DELIMITED BY SIZE INTO confirmbase
           END-IF
           STRING FUNCTION TRIM(confirmbase) "_" rundate ".txt"
            DELIMITED BY SIZE INTO confirmpath
           ACCEPT ledgerpath FROM ENVIRONMENT "DAY2_VOID_LEDGER"
           IF ledgerpath = SPACES THEN
            MOVE "DAY2_VOID_LEDGER" TO confkey
            PERFORM Getconfig
            MOVE confval TO ledgerpath
           END-IF
           IF ledgerpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/voidledger.txt'
             DELIMITED BY SIZE INTO ledgerpath
           END-IF
           ACCEPT voidrptbase FROM ENVIRONMENT "DAY2_VOID_REPORT"
           IF voidrptbase = SPACES THEN
            MOVE "DAY2_VOID_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO voidrptbase
           END-IF
           IF voidrptbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day2/voidreport'
             DELIMITED BY SIZE INTO voidrptbase
           END-IF
           STRING FUNCTION TRIM(voidrptbase) "_" rundate ".txt"
            DELIMITED BY SIZE INTO voidrptpath
           ACCEPT rawmaxage FROM ENVIRONMENT "DAY2_VOID_MAXAGE"
           IF rawmaxage = SPACES THEN
            MOVE "DAY2_VOID_MAXAGE" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawmaxage
           END-IF
           IF rawmaxage NOT= SPACES
            AND FUNCTION TRIM(rawmaxage) IS NUMERIC THEN
            COMPUTE maxage = FUNCTION NUMVAL(rawmaxage)
           END-IF
           MOVE maxage TO edmax
           OPEN OUTPUT voidrptfile
           MOVE "voidrptfile" TO errfile
           MOVE voidrptstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO voidrptrec
           STRING "==== DAY2 VOID CONFIRMATION " rundate " ===="
            DELIMITED BY SIZE INTO voidrptrec
           WRITE voidrptrec
           PERFORM Loadledger
           PERFORM Takeextracts
           MOVE SPACES TO voidrptrec
           STRING "EXTRACTS TAKEN ON " extaken " VALUES ADDED " added
            DELIMITED BY SIZE INTO voidrptrec
           WRITE voidrptrec
           PERFORM Readconfirms
           PERFORM Ageledger
           PERFORM Writeledger
           MOVE SPACES TO voidrptrec
           STRING "TOTAL CARRIED " carried " ADDED " added
            " CONFIRMED " confirmed " REFUSED " refused
            " NOT SENT " notsent " ALREADY ANSWERED " answered
            " BAD " badrecs
            DELIMITED BY SIZE INTO voidrptrec
           WRITE voidrptrec
           MOVE SPACES TO voidrptrec
           STRING "OUTSTANDING " outstanding " OVERDUE " overdue
            " (OVER " FUNCTION TRIM(edmax) " DAYS)"
            DELIMITED BY SIZE INTO voidrptrec
           WRITE voidrptrec
           CLOSE voidrptfile
           CALL "runreg" USING voidrptpath
           CALL "runreg" USING ledgerpath
           COMPUTE flagged = refused + notsent + badrecs + overdue
           MOVE SPACES TO logmsg
           STRING "void ledger outstanding " outstanding
            " overdue " overdue " confirmed " confirmed
            " refused " refused " not sent " notsent
            DELIMITED BY SIZE INTO logmsg
           IF flagged > 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           IF flagged > 0 THEN
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
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF.

      *Last night's ledger. Missing means the loop is starting
      *out: an empty ledger, taking on tonight's extract only.
           Loadledger.
            OPEN INPUT ledgerfile
            IF ledgerstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no void ledger at " FUNCTION TRIM(ledgerpath)
              " - starting a new one"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ ledgerfile INTO ledgerrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               EVALUATE TRUE
                WHEN ledgerrec(1:7) = "LEDGER "
                 MOVE ledgerrec(30:8) TO lastextract
                WHEN ledgerrec = SPACES
                 CONTINUE
                WHEN OTHER
                 PERFORM Takeledger
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE ledgerfile
            MOVE ledcount TO carried.

           Takeledger.
            MOVE SPACES TO rawval rawrange rawsent rawage rawstate
            UNSTRING ledgerrec DELIMITED BY "|"
             INTO rawval rawrange rawsent rawage rawstate
            IF FUNCTION TRIM(rawval) IS NOT NUMERIC
             OR rawsent IS NOT NUMERIC
             OR ledcount >= 9999 THEN
             MOVE SPACES TO logmsg
             STRING "void ledger record dropped: "
              FUNCTION TRIM(ledgerrec)
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO ledcount
            COMPUTE ledval(ledcount) = FUNCTION NUMVAL(rawval)
            MOVE rawrange TO ledrange(ledcount)
            MOVE rawsent TO ledsent(ledcount)
            MOVE 0 TO ledage(ledcount)
            MOVE 0 TO leddone(ledcount).

      *Every extract after the ledger's last one, up to tonight's.
           Takeextracts.
            COMPUTE endint = FUNCTION INTEGER-OF-DATE(rundate9)
            IF lastextract IS NUMERIC
             AND FUNCTION TEST-DATE-YYYYMMDD(lastextract9) = 0 THEN
             COMPUTE walkint =
              FUNCTION INTEGER-OF-DATE(lastextract9) + 1
            ELSE
             MOVE endint TO walkint
            END-IF
            IF walkint > endint THEN
             MOVE SPACES TO logmsg
             STRING "echo extract for " rundate
              " already on the void ledger"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            IF endint - walkint >= maxwalk THEN
             COMPUTE walkint = endint - maxwalk + 1
             MOVE SPACES TO logmsg
             STRING "void ledger last took an extract on "
              lastextract " - only the last " maxwalk
              " days taken on"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
            END-IF
            PERFORM UNTIL walkint > endint
             COMPUTE walkdate = FUNCTION DATE-OF-INTEGER(walkint)
             MOVE walkdate TO exdate
             PERFORM Loadextract
             IF exloaded = 1 THEN
              ADD 1 TO extaken
              PERFORM Addextract
             END-IF
             ADD 1 TO walkint
            END-PERFORM
            MOVE rundate TO lastextract.

      *A value already outstanding keeps its first sent date; it
      *has been sent again, not newly.
           Addextract.
            PERFORM VARYING exidx FROM 1 BY 1 UNTIL exidx > excount
             MOVE exval(exidx) TO newval
             PERFORM Findledger
             IF ledfound = 0 THEN
              IF ledcount >= 9999 THEN
               MOVE SPACES TO logmsg
               STRING "void ledger full - value " newval
                " from extract " exdate " not carried"
                DELIMITED BY SIZE INTO logmsg
               MOVE "WARN " TO logsev
               PERFORM Log
              ELSE
               ADD 1 TO ledcount
               ADD 1 TO added
               MOVE newval TO ledval(ledcount)
               MOVE exrange(exidx) TO ledrange(ledcount)
               MOVE exdate TO ledsent(ledcount)
               MOVE 0 TO ledage(ledcount)
               MOVE 0 TO leddone(ledcount)
              END-IF
             END-IF
            END-PERFORM.

      *Open outstanding entry for newval, or 0.
           Findledger.
            MOVE 0 TO ledfound
            PERFORM VARYING ledidx FROM 1 BY 1
             UNTIL ledidx > ledcount OR ledfound > 0
             IF ledval(ledidx) = newval
              AND leddone(ledidx) = 0 THEN
              MOVE ledidx TO ledfound
             END-IF
            END-PERFORM.

      *The dated extract for exdate into memory; exloaded 0 when
      *no extract was written that night.
           Loadextract.
            MOVE 0 TO excount
            MOVE 0 TO exloaded
            MOVE SPACES TO extractpath
            STRING FUNCTION TRIM(extractbase) "_" exdate ".txt"
             DELIMITED BY SIZE INTO extractpath
            OPEN INPUT extractfile
            IF extractstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO exloaded
            MOVE 0 TO exeof
            PERFORM UNTIL exeof = 1
             READ extractfile INTO extractrec
              AT END
               MOVE 1 TO exeof
              NOT AT END
               MOVE SPACES TO rawval rawrange
               UNSTRING extractrec DELIMITED BY "|"
                INTO rawval rawrange
               IF FUNCTION TRIM(rawval) IS NUMERIC
                AND rawval NOT= SPACES
                AND excount < 9999 THEN
                ADD 1 TO excount
                COMPUTE exval(excount) = FUNCTION NUMVAL(rawval)
                MOVE rawrange TO exrange(excount)
               END-IF
             END-READ
            END-PERFORM
            CLOSE extractfile.

      *Tonight's confirmations from the ticketing desk. No file
      *means no answers tonight - everything simply ages.
           Readconfirms.
            MOVE SPACES TO exdate
            MOVE 0 TO exloaded
            OPEN INPUT confirmfile
            IF confirmstatus NOT= "00" THEN
             MOVE SPACES TO voidrptrec
             STRING "NO CONFIRMATIONS " FUNCTION TRIM(confirmpath)
              DELIMITED BY SIZE INTO voidrptrec
             WRITE voidrptrec
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO voidrptrec
            STRING "CONFIRMATIONS " FUNCTION TRIM(confirmpath)
             DELIMITED BY SIZE INTO voidrptrec
            WRITE voidrptrec
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ confirmfile INTO confirmrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               EVALUATE TRUE
                WHEN confirmrec = SPACES
                 OR confirmrec(1:1) = "*"
                 CONTINUE
                WHEN confirmrec(1:8) = "EXTRACT "
                 PERFORM Takeheader
                WHEN OTHER
                 PERFORM Takeconfirm
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE confirmfile.

      *"EXTRACT yyyymmdd": the records that follow answer it.
           Takeheader.
            MOVE confirmrec(9:8) TO exdate
            MOVE 0 TO exloaded
            MOVE 0 TO excount
            IF exdate IS NUMERIC
             AND FUNCTION TEST-DATE-YYYYMMDD(exdate9) = 0 THEN
             PERFORM Loadextract
            END-IF
            IF exloaded = 0 THEN
             MOVE SPACES TO logmsg
             STRING "confirmations name extract " exdate
              " - no such extract on file"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
            END-IF.

           Takeconfirm.
            MOVE SPACES TO cfval cfstatus cfvoided cfreason cfbad
            UNSTRING confirmrec DELIMITED BY "|"
             INTO cfval cfstatus cfvoided cfreason
            EVALUATE TRUE
             WHEN exdate = SPACES
              MOVE "NO EXTRACT HEADER" TO cfbad
             WHEN exloaded = 0
              MOVE "EXTRACT NOT FOUND" TO cfbad
             WHEN cfval = SPACES
              OR FUNCTION TRIM(cfval) IS NOT NUMERIC
              MOVE "BAD VALUE" TO cfbad
             WHEN cfstatus NOT= "VOIDED"
              AND cfstatus NOT= "REFUSED"
              MOVE "BAD STATUS" TO cfbad
             WHEN cfstatus = "VOIDED"
              AND cfvoided IS NOT NUMERIC
              MOVE "NO VOIDED DATE" TO cfbad
            END-EVALUATE
            IF cfbad NOT= SPACES THEN
             ADD 1 TO badrecs
             MOVE SPACES TO voidrptrec
             STRING "BAD         " FUNCTION TRIM(confirmrec)
              " REASON " FUNCTION TRIM(cfbad)
              DELIMITED BY SIZE INTO voidrptrec
             WRITE voidrptrec
             MOVE "WARN " TO excseverity
             MOVE SPACES TO exckey
             STRING "VOIDS " exdate DELIMITED BY SIZE INTO exckey
             MOVE SPACES TO excmessage
             STRING "void confirmation unreadable: "
              FUNCTION TRIM(cfbad)
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
             EXIT PARAGRAPH
            END-IF
            COMPUTE cfvalue = FUNCTION NUMVAL(cfval)
            MOVE cfvalue TO olval edval
            MOVE exdate TO oldate
            MOVE SPACES TO oldetail
            MOVE 0 TO exfound
            PERFORM VARYING exidx FROM 1 BY 1
             UNTIL exidx > excount OR exfound > 0
             IF exval(exidx) = cfvalue THEN
              MOVE exidx TO exfound
             END-IF
            END-PERFORM
            IF exfound = 0 THEN
             ADD 1 TO notsent
             MOVE "NOT SENT" TO olkind
             STRING "DESK SAYS " FUNCTION TRIM(cfstatus)
              DELIMITED BY SIZE INTO oldetail
             MOVE outline TO voidrptrec
             WRITE voidrptrec
             MOVE "WARN " TO excseverity
             MOVE SPACES TO exckey
             STRING "VOID " FUNCTION TRIM(edval)
              DELIMITED BY SIZE INTO exckey
             MOVE SPACES TO excmessage
             STRING "void confirmed for value never sent in "
              "extract " exdate
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
             EXIT PARAGRAPH
            END-IF
            MOVE cfvalue TO newval
            PERFORM Findledger
            IF ledfound = 0 THEN
             ADD 1 TO answered
             MOVE "ANSWERED" TO olkind
             STRING FUNCTION TRIM(cfstatus)
              " - not outstanding on the ledger"
              DELIMITED BY SIZE INTO oldetail
             MOVE outline TO voidrptrec
             WRITE voidrptrec
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO leddone(ledfound)
            IF cfstatus = "VOIDED" THEN
             ADD 1 TO confirmed
             MOVE "CONFIRMED" TO olkind
             STRING "VOIDED " cfvoided " SENT " ledsent(ledfound)
              DELIMITED BY SIZE INTO oldetail
             MOVE outline TO voidrptrec
             WRITE voidrptrec
            ELSE
             ADD 1 TO refused
             MOVE "REFUSED" TO olkind
             STRING "SENT " ledsent(ledfound) " REASON "
              FUNCTION TRIM(cfreason)
              DELIMITED BY SIZE INTO oldetail
             MOVE outline TO voidrptrec
             WRITE voidrptrec
             MOVE "WARN " TO excseverity
             MOVE SPACES TO exckey
             STRING "VOID " FUNCTION TRIM(edval)
              DELIMITED BY SIZE INTO exckey
             MOVE SPACES TO excmessage
             STRING "void refused: " FUNCTION TRIM(cfreason)
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF.

      *Whatever is still open ages by calendar days since it was
      *first sent; past the limit it is overdue and raised again
      *every night until the desk answers.
           Ageledger.
            PERFORM VARYING ledidx FROM 1 BY 1 UNTIL ledidx > ledcount
             IF leddone(ledidx) = 0 THEN
              ADD 1 TO outstanding
              IF FUNCTION TEST-DATE-YYYYMMDD(ledsent9(ledidx)) = 0
               AND ledsent9(ledidx) <= rundate9 THEN
               COMPUTE ledage(ledidx) = endint
                - FUNCTION INTEGER-OF-DATE(ledsent9(ledidx))
              END-IF
              MOVE ledval(ledidx) TO llval edval
              MOVE ledrange(ledidx) TO llrange
              MOVE ledsent(ledidx) TO llsent
              MOVE ledage(ledidx) TO llage edage
              MOVE SPACES TO llflag
              IF ledage(ledidx) > maxage THEN
               ADD 1 TO overdue
               MOVE "OVERDUE" TO llflag
               MOVE "WARN " TO excseverity
               MOVE SPACES TO exckey
               STRING "VOID " FUNCTION TRIM(edval)
                DELIMITED BY SIZE INTO exckey
               MOVE SPACES TO excmessage
               STRING "void outstanding " FUNCTION TRIM(edage)
                " days since " ledsent(ledidx)
                DELIMITED BY SIZE INTO excmessage
               PERFORM Writeexception
              END-IF
              MOVE ledline TO voidrptrec
              WRITE voidrptrec
             END-IF
            END-PERFORM.

      *Tonight's ledger replaces last night's: header, then one
      *"value|range|sent|age|state" record per open void.
           Writeledger.
            OPEN OUTPUT ledgerfile
            MOVE "ledgerfile" TO errfile
            MOVE ledgerstatus TO errstatus
            PERFORM Checkstatus
            MOVE SPACES TO ledgerrec
            STRING "LEDGER " rundate " LAST EXTRACT " lastextract
             " MAXAGE " maxage " OUTSTANDING " outstanding
             " OVERDUE " overdue
             DELIMITED BY SIZE INTO ledgerrec
            WRITE ledgerrec
            PERFORM VARYING ledidx FROM 1 BY 1 UNTIL ledidx > ledcount
             IF leddone(ledidx) = 0 THEN
              MOVE SPACES TO ledgerrec
              IF ledage(ledidx) > maxage THEN
               MOVE "OVERDUE" TO rawstate
              ELSE
               MOVE "OUTSTANDING" TO rawstate
              END-IF
              STRING ledval(ledidx) "|"
               FUNCTION TRIM(ledrange(ledidx)) "|"
               ledsent(ledidx) "|" ledage(ledidx) "|"
               FUNCTION TRIM(rawstate)
               DELIMITED BY SIZE INTO ledgerrec
              WRITE ledgerrec
             END-IF
            END-PERFORM
            CLOSE ledgerfile.

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
