       IDENTIFICATION DIVISION.
       PROGRAM-ID. dialreg.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT regfile ASSIGN TO regpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS regstatus.
             SELECT txnfile ASSIGN TO txnpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS txnstatus.
             SELECT regrptfile ASSIGN TO regrptpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS regrptstatus.

       DATA DIVISION.
           FILE SECTION.
            FD regfile.
            01 regrec PIC X(80).
            FD txnfile.
            01 txnrec PIC X(120).
            FD regrptfile.
            01 regrptrec PIC X(160).

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
            COPY dialreg.
            01 regpath PIC X(250) VALUE SPACES.
            01 regstatus PIC X(2) VALUE SPACES.
            01 txnpath PIC X(250) VALUE SPACES.
            01 txnstatus PIC X(2) VALUE SPACES.
            01 regrptbase PIC X(250) VALUE SPACES.
            01 regrptpath PIC X(250) VALUE SPACES.
            01 regrptstatus PIC X(2) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
      *The registry in dial order, one slot per dial the bank can
      *hold (day1's maxdials); a blank status is an unregistered
      *slot.
            01 maxdials PIC 9(2) VALUE 10.
            01 dialidx PIC 9(2) VALUE 0.
            01 regtab.
             02 regentry OCCURS 10 TIMES.
              03 rgstatus PIC X(14).
              03 rgstatdate PIC X(8).
              03 rgcommissioned PIC X(8).
              03 rglocation PIC X(20).
              03 rgowner PIC X(20).
      *One transaction, comma separated:
      *  ADD,dial,location,owner,commissioned[,user]
      *  CHANGE,dial,location,owner[,user]  (empty field is kept)
      *  SUSPEND,dial[,user]  REACTIVATE,dial[,user]
      *  DECOMMISSION,dial[,user]
            01 txverb PIC X(14) VALUE SPACES.
            01 txdialraw PIC X(4) VALUE SPACES.
            01 txf3 PIC X(30) VALUE SPACES.
            01 txf4 PIC X(30) VALUE SPACES.
            01 txf5 PIC X(30) VALUE SPACES.
            01 txf6 PIC X(30) VALUE SPACES.
            01 txdial PIC 9(2) VALUE 0.
            01 txuser PIC X(20) VALUE SPACES.
            01 txdate PIC X(8) VALUE SPACES.
            01 txdate9 REDEFINES txdate PIC 9(8).
            01 txreason PIC X(40) VALUE SPACES.
            01 applied PIC 9(4) VALUE 0.
            01 rejected PIC 9(4) VALUE 0.
            01 regcount PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
      *Dial registry maintenance: applies the registry transaction
      *file to the dial master day1 validates its feed against, one
      *audited line per transaction in the dated registry report
      *and an exception naming who changed what. A transaction that
      *breaks the status rules is rejected and the master is left
      *as it was for that dial.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT rundate FROM ENVIRONMENT "DAY1_REPORTDATE"
           IF rundate = SPACES THEN
            MOVE "DAY1_REPORTDATE" TO confkey
            PERFORM Getconfig
            MOVE confval TO rundate
           END-IF
           IF rundate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           END-IF
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "dialreg" TO excprogram
           ACCEPT regpath FROM ENVIRONMENT "DAY1_DIALREG"
           IF regpath = SPACES THEN
            MOVE "DAY1_DIALREG" TO confkey
            PERFORM Getconfig
            MOVE confval TO regpath
           END-IF
           IF regpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/dialregistry.txt'
             DELIMITED BY SIZE INTO regpath
           END-IF
           ACCEPT txnpath FROM ENVIRONMENT "DAY1_DIALREG_TXN"
           IF txnpath = SPACES THEN
            MOVE "DAY1_DIALREG_TXN" TO confkey
            PERFORM Getconfig
            MOVE confval TO txnpath
           END-IF
           IF txnpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/dialregtxn.txt'
             DELIMITED BY SIZE INTO txnpath
           END-IF
           ACCEPT regrptbase FROM ENVIRONMENT "DAY1_DIALREG_REPORT"
           IF regrptbase = SPACES THEN
            MOVE "DAY1_DIALREG_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO regrptbase
           END-IF
           IF regrptbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/dialregreport'
             DELIMITED BY SIZE INTO regrptbase
           END-IF
           STRING FUNCTION TRIM(regrptbase) "_" rundate ".txt"
            DELIMITED BY SIZE INTO regrptpath
           PERFORM Loadregistry
           OPEN INPUT txnfile
           IF txnstatus NOT= "00" THEN
            MOVE SPACES TO logmsg
            STRING "no dial registry transactions at "
             FUNCTION TRIM(txnpath)
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
            STOP RUN
           END-IF
           OPEN OUTPUT regrptfile
           MOVE "regrptfile" TO errfile
           MOVE regrptstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO regrptrec
           STRING "==== DAY1 DIAL REGISTRY MAINTENANCE " rundate
            " ====" DELIMITED BY SIZE INTO regrptrec
           WRITE regrptrec
           MOVE 0 TO eof
           PERFORM UNTIL eof = 1
            READ txnfile INTO txnrec
             AT END
              MOVE 1 TO eof
             NOT AT END
              IF txnrec NOT= SPACES
               AND txnrec(1:1) NOT= "*" THEN
               PERFORM Taketxn
              END-IF
            END-READ
           END-PERFORM
           CLOSE txnfile
           PERFORM Writeregistry
           PERFORM Listregistry
           CLOSE regrptfile
           CALL "runreg" USING regrptpath
           MOVE SPACES TO logmsg
           STRING "dial registry transactions applied " applied
            " rejected " rejected " - " regcount
            " dial(s) registered"
            DELIMITED BY SIZE INTO logmsg
           IF rejected > 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           IF rejected > 0 THEN
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

      *The registry as last written; missing means no dial has
      *been registered yet.
           Loadregistry.
            OPEN INPUT regfile
            IF regstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no dial registry at " FUNCTION TRIM(regpath)
              " - starting an empty one"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ regfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               MOVE regrec TO dialregline
               IF drgdial IS NUMERIC AND drgdial >= 1
                AND drgdial <= maxdials THEN
                MOVE drgstatus TO rgstatus(drgdial)
                MOVE drgstatdate TO rgstatdate(drgdial)
                MOVE drgcommissioned TO rgcommissioned(drgdial)
                MOVE drglocation TO rglocation(drgdial)
                MOVE drgowner TO rgowner(drgdial)
               END-IF
             END-READ
            END-PERFORM
            CLOSE regfile.

      *One registry transaction, validated against the dial's
      *current status.
           Taketxn.
            MOVE SPACES TO txverb txdialraw txf3 txf4 txf5 txf6
             txreason
            UNSTRING txnrec DELIMITED BY ","
             INTO txverb txdialraw txf3 txf4 txf5 txf6
            MOVE FUNCTION UPPER-CASE(txverb) TO txverb
            MOVE 0 TO txdial
            IF txdialraw NOT= SPACES
             AND FUNCTION TRIM(txdialraw) IS NUMERIC THEN
             COMPUTE txdial = FUNCTION NUMVAL(txdialraw)
            END-IF
            IF txdial < 1 OR txdial > maxdials THEN
             MOVE "DIAL NOT 1-10" TO txreason
             PERFORM Rejecttxn
             EXIT PARAGRAPH
            END-IF
            EVALUATE txverb
             WHEN "ADD"
              MOVE txf6 TO txuser
             WHEN "CHANGE"
              MOVE txf5 TO txuser
             WHEN OTHER
              MOVE txf3 TO txuser
            END-EVALUATE
            IF txuser = SPACES THEN
             MOVE "(unsigned)" TO txuser
            END-IF
            EVALUATE txverb
             WHEN "ADD"
              PERFORM Adddial
             WHEN "CHANGE"
              PERFORM Changedial
             WHEN "SUSPEND"
              IF rgstatus(txdial) NOT= "ACTIVE" THEN
               MOVE "ONLY AN ACTIVE DIAL CAN BE SUSPENDED" TO txreason
              ELSE
               MOVE "SUSPENDED" TO rgstatus(txdial)
              END-IF
             WHEN "REACTIVATE"
              IF rgstatus(txdial) NOT= "SUSPENDED" THEN
               MOVE "ONLY A SUSPENDED DIAL CAN BE REACTIVATED"
                TO txreason
              ELSE
               MOVE "ACTIVE" TO rgstatus(txdial)
              END-IF
             WHEN "DECOMMISSION"
              IF rgstatus(txdial) NOT= "ACTIVE"
               AND rgstatus(txdial) NOT= "SUSPENDED" THEN
               MOVE "DIAL NOT REGISTERED OR ALREADY GONE" TO txreason
              ELSE
               MOVE "DECOMMISSIONED" TO rgstatus(txdial)
              END-IF
             WHEN OTHER
              MOVE "UNKNOWN TRANSACTION" TO txreason
            END-EVALUATE
            IF txreason NOT= SPACES THEN
             PERFORM Rejecttxn
             EXIT PARAGRAPH
            END-IF
            MOVE rundate TO rgstatdate(txdial)
            ADD 1 TO applied
            MOVE SPACES TO regrptrec
            STRING "APPLIED  " FUNCTION TRIM(txnrec) " -> DIAL "
             txdial " " FUNCTION TRIM(rgstatus(txdial)) " BY "
             FUNCTION TRIM(txuser)
             DELIMITED BY SIZE INTO regrptrec
            WRITE regrptrec
            MOVE "INFO " TO excseverity
            MOVE SPACES TO exckey
            STRING "DIAL " txdial " REGISTRY"
             DELIMITED BY SIZE INTO exckey
            MOVE SPACES TO excmessage
            STRING FUNCTION TRIM(txverb) " by "
             FUNCTION TRIM(txuser) " - now "
             FUNCTION TRIM(rgstatus(txdial))
             DELIMITED BY SIZE INTO excmessage
            PERFORM Writeexception.

      *A new dial: never registered before (a decommissioned id is
      *not reused), with a location, an owner and a valid
      *commissioned date - today's when none is given.
           Adddial.
            IF rgstatus(txdial) NOT= SPACES THEN
             MOVE "DIAL ALREADY REGISTERED" TO txreason
             EXIT PARAGRAPH
            END-IF
            IF txf3 = SPACES OR txf4 = SPACES THEN
             MOVE "LOCATION AND OWNER REQUIRED" TO txreason
             EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION TRIM(txf5) TO txdate
            IF txdate = SPACES THEN
             MOVE rundate TO txdate
            END-IF
            IF txdate IS NOT NUMERIC THEN
             MOVE "COMMISSIONED DATE NOT YYYYMMDD" TO txreason
             EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(txdate9) NOT= 0
             OR txdate > rundate THEN
             MOVE "COMMISSIONED DATE INVALID OR FUTURE" TO txreason
             EXIT PARAGRAPH
            END-IF
            MOVE "ACTIVE" TO rgstatus(txdial)
            MOVE txdate TO rgcommissioned(txdial)
            MOVE FUNCTION TRIM(txf3) TO rglocation(txdial)
            MOVE FUNCTION TRIM(txf4) TO rgowner(txdial).

      *Location or owner of a registered dial; an empty field keeps
      *what the master holds.
           Changedial.
            IF rgstatus(txdial) = SPACES
             OR rgstatus(txdial) = "DECOMMISSIONED" THEN
             MOVE "DIAL NOT REGISTERED OR ALREADY GONE" TO txreason
             EXIT PARAGRAPH
            END-IF
            IF txf3 = SPACES AND txf4 = SPACES THEN
             MOVE "NOTHING TO CHANGE" TO txreason
             EXIT PARAGRAPH
            END-IF
            IF txf3 NOT= SPACES THEN
             MOVE FUNCTION TRIM(txf3) TO rglocation(txdial)
            END-IF
            IF txf4 NOT= SPACES THEN
             MOVE FUNCTION TRIM(txf4) TO rgowner(txdial)
            END-IF.

           Rejecttxn.
            ADD 1 TO rejected
            MOVE SPACES TO regrptrec
            STRING "REJECTED " FUNCTION TRIM(txnrec) " REASON "
             FUNCTION TRIM(txreason)
             DELIMITED BY SIZE INTO regrptrec
            WRITE regrptrec
            MOVE "WARN " TO excseverity
            MOVE txnrec(1:20) TO exckey
            MOVE SPACES TO excmessage
            STRING "registry transaction rejected - "
             FUNCTION TRIM(txreason)
             DELIMITED BY SIZE INTO excmessage
            PERFORM Writeexception.

      *Tonight's registry replaces the old one, in dial order.
           Writeregistry.
            OPEN OUTPUT regfile
            MOVE "regfile" TO errfile
            MOVE regstatus TO errstatus
            PERFORM Checkstatus
            PERFORM VARYING dialidx FROM 1 BY 1
             UNTIL dialidx > maxdials
             IF rgstatus(dialidx) NOT= SPACES THEN
              MOVE dialidx TO drgdial
              MOVE rgstatus(dialidx) TO drgstatus
              MOVE rgstatdate(dialidx) TO drgstatdate
              MOVE rgcommissioned(dialidx) TO drgcommissioned
              MOVE rglocation(dialidx) TO drglocation
              MOVE rgowner(dialidx) TO drgowner
              WRITE regrec FROM dialregline
             END-IF
            END-PERFORM
            CLOSE regfile
            CALL "runreg" USING regpath.

      *The registry as it now stands, for the report.
           Listregistry.
            MOVE SPACES TO regrptrec
            STRING "==== REGISTRY AFTER MAINTENANCE ===="
             DELIMITED BY SIZE INTO regrptrec
            WRITE regrptrec
            PERFORM VARYING dialidx FROM 1 BY 1
             UNTIL dialidx > maxdials
             IF rgstatus(dialidx) NOT= SPACES THEN
              ADD 1 TO regcount
              MOVE SPACES TO regrptrec
              STRING "DIAL " dialidx " " rgstatus(dialidx)
               " SINCE " rgstatdate(dialidx)
               " COMMISSIONED " rgcommissioned(dialidx)
               " AT " rglocation(dialidx)
               " OWNER " FUNCTION TRIM(rgowner(dialidx))
               DELIMITED BY SIZE INTO regrptrec
              WRITE regrptrec
             END-IF
            END-PERFORM
            MOVE SPACES TO regrptrec
            STRING "TOTAL APPLIED " applied " REJECTED " rejected
             " REGISTERED " regcount
             DELIMITED BY SIZE INTO regrptrec
            WRITE regrptrec.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the run.
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
