       IDENTIFICATION DIVISION.
       PROGRAM-ID. recert.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT operfile ASSIGN TO operpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS operstatus.
               SELECT auditfile ASSIGN TO auditpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS auditstatus.
               SELECT recertfile ASSIGN TO recertpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS recertstatus.
               SELECT propfile ASSIGN TO proppath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS propstatus.
               SELECT outfile ASSIGN TO outpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS outstatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.

       DATA DIVISION.
           FILE SECTION.
             FD operfile.
             01 operrec PIC X(100).
             FD auditfile.
             01 auditrec PIC X(120).
             FD recertfile.
             01 recertrec PIC X(132).
             FD propfile.
             01 proprec PIC X(100).
             FD outfile.
             01 outrec PIC X(200).
             FD reportfile.
             01 reportrec PIC X(132).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 operpath PIC X(250) VALUE SPACES.
             01 operstatus PIC X(2) VALUE SPACES.
             01 auditpath PIC X(250) VALUE SPACES.
             01 auditstatus PIC X(2) VALUE SPACES.
             01 recertpath PIC X(250) VALUE SPACES.
             01 recertstatus PIC X(2) VALUE SPACES.
             01 proppath PIC X(250) VALUE SPACES.
             01 propstatus PIC X(2) VALUE SPACES.
             01 outpath PIC X(250) VALUE SPACES.
             01 outstatus PIC X(2) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 syscmd PIC X(800) VALUE SPACES.
             01 runmode PIC X(8) VALUE SPACES.
             01 rundate PIC X(8) VALUE SPACES.
             01 todayint PIC 9(8) VALUE 0.
             01 workint PIC 9(8) VALUE 0.
             01 workdate PIC 9(8) VALUE 0.
             01 workdatex REDEFINES workdate PIC X(8).
             01 rawdays PIC X(5) VALUE SPACES.
             01 recertdays PIC 9(4) VALUE 14.
             01 rawidle PIC X(5) VALUE SPACES.
             01 idledays PIC 9(4) VALUE 90.
             01 idledate PIC X(8) VALUE SPACES.
             01 deadline PIC X(8) VALUE SPACES.
             01 runmonth PIC 9(2) VALUE 0.
             01 runquarter PIC 9(1) VALUE 0.
             01 quarterid PIC X(6) VALUE SPACES.
             01 alertclass PIC X(10) VALUE SPACES.
             01 alerttext PIC X(120) VALUE SPACES.
             01 countedit PIC Z(4)9.
             01 countedit2 PIC Z(4)9.
             01 countedit3 PIC Z(4)9.
             01 countedit4 PIC Z(4)9.
      *The console's permissions file, every line kept so a
      *revocation rewrites only the lines it touches:
      *  <operator> VIEW|RERUN [job,job,...|ALL]
      *and, per operator, what the file grants beside what the
      *console audit log shows they did with it. Operators who
      *appear only in the audit log are the file's view-only
      *default.
             01 operloaded PIC 9(1) VALUE 0.
             01 operlinecount PIC 9(3) VALUE 0.
             01 operlinetab.
               02 olline PIC X(100) OCCURS 300 TIMES.
             01 otok1 PIC X(12) VALUE SPACES.
             01 otok2 PIC X(5) VALUE SPACES.
             01 otok3 PIC X(60) VALUE SPACES.
             01 opercount PIC 9(3) VALUE 0.
             01 operidx PIC 9(3) VALUE 0.
             01 operfound PIC 9(3) VALUE 0.
             01 opertab.
               02 operentry OCCURS 200 TIMES.
                 03 opid PIC X(12).
                 03 oplevel PIC X(5).
                 03 opjobs PIC X(60).
                 03 oplisted PIC 9(1).
                 03 opsignon PIC X(8).
                 03 opsignoffs PIC 9(5).
                 03 opreruns PIC 9(5).
                 03 oplastrerun PIC X(8).
             01 findop PIC X(12) VALUE SPACES.
             01 reruncount PIC 9(3) VALUE 0.
             01 rerunidx PIC 9(3) VALUE 0.
             01 rerunfound PIC 9(3) VALUE 0.
             01 reruntab.
               02 rerunentry OCCURS 500 TIMES.
                 03 rrop PIC X(12).
                 03 rrjob PIC X(14).
                 03 rrcount PIC 9(5).
                 03 rrlast PIC X(8).
      *The console audit record, as the console writes it.
             01 auditline.
               02 aulstamp PIC X(15).
               02 FILLER PIC X(1) VALUE SPACE.
               02 auloper PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 aulaction PIC X(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 auljob PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 auloutcome PIC X(20).
      *The recertification file: a CYCLE header, then one GRANT
      *line per rerun permission, grouped by the team that owns
      *the job (OPS for ALL and for unowned jobs). The owning team
      *marks each grant KEEP or REVOKE with the approver's id and
      *the date; the operator's own usage rides at the end of the
      *line for the approver to judge by.
             01 grantline.
               02 gltag PIC X(5).
               02 FILLER PIC X(1) VALUE SPACE.
               02 glteam PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 glop PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 gljob PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 gldecision PIC X(7).
               02 FILLER PIC X(1) VALUE SPACE.
               02 glapprover PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 gldate PIC X(8).
               02 FILLER PIC X(8) VALUE " RERUNS ".
               02 glreruns PIC Z(4)9.
               02 FILLER PIC X(6) VALUE " LAST ".
               02 gllast PIC X(8).
               02 FILLER PIC X(8) VALUE " SIGNON ".
               02 glsignon PIC X(8).
             01 hasfile PIC 9(1) VALUE 0.
             01 filecycle PIC X(6) VALUE SPACES.
             01 fileopened PIC X(8) VALUE SPACES.
             01 filedeadline PIC X(8) VALUE SPACES.
             01 filestate PIC X(8) VALUE SPACES.
             01 htok1 PIC X(14) VALUE SPACES.
             01 htok2 PIC X(14) VALUE SPACES.
             01 htok3 PIC X(14) VALUE SPACES.
             01 htok4 PIC X(14) VALUE SPACES.
             01 htok5 PIC X(14) VALUE SPACES.
             01 htok6 PIC X(14) VALUE SPACES.
             01 htok7 PIC X(14) VALUE SPACES.
             01 htok8 PIC X(14) VALUE SPACES.
             01 recertcount PIC 9(4) VALUE 0.
             01 recertidx PIC 9(4) VALUE 0.
             01 recerttab.
               02 rcline PIC X(132) OCCURS 1000 TIMES.
             01 grantcount PIC 9(3) VALUE 0.
             01 grantidx PIC 9(3) VALUE 0.
             01 grantfound PIC 9(3) VALUE 0.
             01 granttab.
               02 grantentry OCCURS 500 TIMES.
                 03 gtteam PIC X(10).
                 03 gtop PIC X(12).
                 03 gtjob PIC X(14).
                 03 gtdecision PIC X(7).
                 03 gtapprover PIC X(12).
                 03 gtdate PIC X(8).
                 03 gtrevoke PIC 9(1).
             01 teamcount PIC 9(2) VALUE 0.
             01 teamidx PIC 9(2) VALUE 0.
             01 teamfound PIC 9(2) VALUE 0.
             01 teamtab.
               02 teamentry OCCURS 50 TIMES.
                 03 tmname PIC X(10).
                 03 tmgrants PIC 9(3).
             01 keptcount PIC 9(3) VALUE 0.
             01 pendcount PIC 9(3) VALUE 0.
             01 revokecount PIC 9(3) VALUE 0.
      *Usage of one grant: reruns of the job (any job for ALL),
      *the last of them and the operator's last sign-on.
             01 useop PIC X(12) VALUE SPACES.
             01 usejob PIC X(14) VALUE SPACES.
             01 usecount PIC 9(5) VALUE 0.
             01 uselast PIC X(8) VALUE SPACES.
             01 usesignon PIC X(8) VALUE SPACES.
      *Job ownership lookup (CALL "ownerserv").
             01 ownop PIC X(4) VALUE "JOB ".
             01 ownjob PIC X(14) VALUE SPACES.
             01 owndate PIC X(8) VALUE SPACES.
             01 ownteam PIC X(10) VALUE SPACES.
             01 ownprimary PIC X(20) VALUE SPACES.
             01 ownsecondary PIC X(20) VALUE SPACES.
             01 ownoncall PIC X(20) VALUE SPACES.
             01 ownresult PIC X(1) VALUE SPACES.
      *Revocation: the proposed permissions file goes through
      *change control like any other control-file edit - SUBMIT as
      *the recertification, APPLY as the lapsed deadline - so the
      *change ledger carries it beside every human change.
             01 newjobs PIC X(60) VALUE SPACES.
             01 jobptr PIC 9(3) VALUE 1.
             01 scanptr PIC 9(3) VALUE 1.
             01 onejob PIC X(14) VALUE SPACES.
             01 linerevoked PIC 9(1) VALUE 0.
             01 changeid PIC X(2) VALUE SPACES.
             01 changeapplied PIC 9(1) VALUE 0.
             01 revokeoutcome PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
      *Quarterly recertification of console operator permissions.
      *The first run in a new quarter opens a cycle: every rerun
      *grant in the permissions file is written to the
      *recertification file under the team that owns its job, next
      *to the operator's actual use from the console audit log,
      *and each team is alerted to approve its list by the
      *deadline (RECERT_DAYS). The first run after the deadline
      *revokes every grant its team did not mark KEEP - a grant
      *approved by its own holder does not count - through change
      *control, and records each revocation in the console audit
      *log. Every run writes the usage report; RECERT_MODE=REPORT
      *writes only that.
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
           STRING FUNCTION TRIM(batchroot) '/operators.txt'
            DELIMITED BY SIZE INTO operpath
           STRING FUNCTION TRIM(batchroot) '/consoleaudit.txt'
            DELIMITED BY SIZE INTO auditpath
           STRING FUNCTION TRIM(batchroot) '/recert_operators.txt'
            DELIMITED BY SIZE INTO proppath
           STRING FUNCTION TRIM(batchroot) '/recert_changectl.tmp'
            DELIMITED BY SIZE INTO outpath
           ACCEPT recertpath FROM ENVIRONMENT "RECERT_FILE"
           IF recertpath = SPACES THEN
            MOVE "RECERT_FILE" TO confkey
            PERFORM Getconfig
            MOVE confval TO recertpath
           END-IF
           IF recertpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/recert.txt'
             DELIMITED BY SIZE INTO recertpath
           END-IF
           ACCEPT reportpath FROM ENVIRONMENT "RECERT_REPORT"
           IF reportpath = SPACES THEN
            MOVE "RECERT_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportpath
           END-IF
           IF reportpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/recertreport.txt'
             DELIMITED BY SIZE INTO reportpath
           END-IF
           ACCEPT rawdays FROM ENVIRONMENT "RECERT_DAYS"
           IF rawdays = SPACES THEN
            MOVE "RECERT_DAYS" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawdays
           END-IF
           IF rawdays NOT= SPACES THEN
            COMPUTE recertdays = FUNCTION NUMVAL(rawdays)
           END-IF
           IF recertdays = 0 THEN
            MOVE 14 TO recertdays
           END-IF
           ACCEPT rawidle FROM ENVIRONMENT "RECERT_IDLE_DAYS"
           IF rawidle = SPACES THEN
            MOVE "RECERT_IDLE_DAYS" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawidle
           END-IF
           IF rawidle NOT= SPACES THEN
            COMPUTE idledays = FUNCTION NUMVAL(rawidle)
           END-IF
           ACCEPT runmode FROM ENVIRONMENT "RECERT_MODE"
           IF runmode = SPACES THEN
            MOVE "AUTO" TO runmode
           END-IF
           ACCEPT rundate FROM ENVIRONMENT "RECERT_DATE"
           IF rundate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           END-IF
           COMPUTE todayint =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(rundate))
           COMPUTE workint = todayint + recertdays
           COMPUTE workdate = FUNCTION DATE-OF-INTEGER(workint)
           MOVE workdatex TO deadline
           COMPUTE workint = todayint - idledays
           COMPUTE workdate = FUNCTION DATE-OF-INTEGER(workint)
           MOVE workdatex TO idledate
           COMPUTE runmonth = FUNCTION NUMVAL(rundate(5:2))
           COMPUTE runquarter = (runmonth + 2) / 3
           MOVE SPACES TO quarterid
           STRING rundate(1:4) "Q" runquarter
            DELIMITED BY SIZE INTO quarterid
           PERFORM Loadoperators
           PERFORM Loadaudit
           PERFORM Readrecert
           IF runmode NOT= "REPORT" THEN
            IF hasfile = 1 AND filestate = "OPEN"
             AND rundate > filedeadline THEN
             PERFORM Enforce
            END-IF
            IF filestate NOT= "OPEN" AND filecycle NOT= quarterid
             AND operloaded = 1 THEN
             PERFORM Opencycle
            END-IF
           END-IF
           PERFORM Writereport
           CALL "runreg" USING reportpath
           MOVE grantcount TO countedit
           MOVE SPACES TO logmsg
           STRING "permission recertification " filecycle " "
            FUNCTION TRIM(filestate) " - " FUNCTION TRIM(countedit)
            " grant(s), report at " FUNCTION TRIM(reportpath)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
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

      *The permissions file, every line kept and each operator's
      *grant noted. Without one the console is open to everyone
      *and there is nothing to recertify.
           Loadoperators.
            MOVE 0 TO operloaded operlinecount
            OPEN INPUT operfile
            IF operstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no permissions file at " FUNCTION TRIM(operpath)
              " - console is open, nothing to recertify"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO operloaded
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ operfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF operlinecount < 300 THEN
                ADD 1 TO operlinecount
                MOVE operrec TO olline(operlinecount)
               END-IF
               IF operrec NOT= SPACES AND operrec(1:1) NOT= "*" THEN
                MOVE SPACES TO otok1 otok2 otok3
                UNSTRING operrec DELIMITED BY ALL SPACES
                 INTO otok1 otok2 otok3
                MOVE otok1 TO findop
                PERFORM Findoperator
                IF operfound > 0 THEN
                 MOVE 1 TO oplisted(operfound)
                 MOVE otok2 TO oplevel(operfound)
                 MOVE otok3 TO opjobs(operfound)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE operfile.

      *Operator findop's entry into operfound, added (view-only,
      *unlisted) when new.
           Findoperator.
            MOVE 0 TO operfound
            PERFORM VARYING operidx FROM 1 BY 1
             UNTIL operidx > opercount
             IF opid(operidx) = findop THEN
              MOVE operidx TO operfound
             END-IF
            END-PERFORM
            IF operfound = 0 AND opercount < 200 THEN
             ADD 1 TO opercount
             MOVE opercount TO operfound
             MOVE findop TO opid(operfound)
             MOVE "VIEW" TO oplevel(operfound)
             MOVE SPACES TO opjobs(operfound) opsignon(operfound)
              oplastrerun(operfound)
             MOVE 0 TO oplisted(operfound) opsignoffs(operfound)
              opreruns(operfound)
            END-IF.

      *Sign-ons, sign-offs and reruns actually taken, per operator
      *(and per job for the reruns), from the console audit log.
           Loadaudit.
            OPEN INPUT auditfile
            IF auditstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ auditfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               MOVE auditrec TO auditline
               IF auloper NOT= SPACES THEN
                MOVE auloper TO findop
                PERFORM Findoperator
               ELSE
                MOVE 0 TO operfound
               END-IF
               IF operfound > 0 THEN
                EVALUATE TRUE
                 WHEN aulaction = "SESSION START"
                  MOVE aulstamp(1:8) TO opsignon(operfound)
                 WHEN aulaction = "SIGNOFF"
                  ADD 1 TO opsignoffs(operfound)
                 WHEN aulaction = "RERUN JOB"
                  AND auloutcome(1:3) = "RC "
                  ADD 1 TO opreruns(operfound)
                  MOVE aulstamp(1:8) TO oplastrerun(operfound)
                  PERFORM Countrerun
                 WHEN OTHER
                  CONTINUE
                END-EVALUATE
               END-IF
             END-READ
            END-PERFORM
            CLOSE auditfile.

           Countrerun.
            MOVE 0 TO rerunfound
            PERFORM VARYING rerunidx FROM 1 BY 1
             UNTIL rerunidx > reruncount
             IF rrop(rerunidx) = auloper
              AND rrjob(rerunidx) = auljob THEN
              MOVE rerunidx TO rerunfound
             END-IF
            END-PERFORM
            IF rerunfound = 0 AND reruncount < 500 THEN
             ADD 1 TO reruncount
             MOVE reruncount TO rerunfound
             MOVE auloper TO rrop(rerunfound)
             MOVE auljob TO rrjob(rerunfound)
             MOVE 0 TO rrcount(rerunfound)
            END-IF
            IF rerunfound > 0 THEN
             ADD 1 TO rrcount(rerunfound)
             MOVE aulstamp(1:8) TO rrlast(rerunfound)
            END-IF.

      *The current recertification file: its CYCLE header and the
      *teams' decisions on each GRANT line.
           Readrecert.
            MOVE 0 TO hasfile recertcount grantcount
            MOVE SPACES TO filecycle fileopened filedeadline
             filestate
            OPEN INPUT recertfile
            IF recertstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO hasfile
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ recertfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF recertcount < 1000 THEN
                ADD 1 TO recertcount
                MOVE recertrec TO rcline(recertcount)
               END-IF
               MOVE SPACES TO htok1 htok2 htok3 htok4 htok5 htok6
                htok7 htok8
               UNSTRING recertrec DELIMITED BY ALL SPACES INTO
                htok1 htok2 htok3 htok4 htok5 htok6 htok7 htok8
               EVALUATE TRUE
                WHEN htok1 = "CYCLE"
                 MOVE htok2 TO filecycle
                 MOVE htok4 TO fileopened
                 MOVE htok6 TO filedeadline
                 MOVE htok8 TO filestate
                WHEN htok1 = "GRANT" AND grantcount < 500
                 ADD 1 TO grantcount
                 MOVE htok2 TO gtteam(grantcount)
                 MOVE htok3 TO gtop(grantcount)
                 MOVE htok4 TO gtjob(grantcount)
                 MOVE htok5 TO gtdecision(grantcount)
                 MOVE htok6 TO gtapprover(grantcount)
                 MOVE htok7 TO gtdate(grantcount)
                 MOVE 0 TO gtrevoke(grantcount)
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE recertfile.

      *A new quarter's cycle: the outgoing file is kept under its
      *own cycle's name, every rerun grant goes out to its owning
      *team, and each team is alerted.
           Opencycle.
            IF hasfile = 1 AND filecycle NOT= SPACES THEN
             MOVE SPACES TO syscmd
             STRING "mv " FUNCTION TRIM(recertpath) " "
              FUNCTION TRIM(batchroot) "/recert_"
              FUNCTION TRIM(filecycle) ".txt"
              DELIMITED BY SIZE INTO syscmd
             CALL "SYSTEM" USING syscmd
             MOVE 0 TO RETURN-CODE
            END-IF
            MOVE 0 TO grantcount teamcount
            PERFORM VARYING operidx FROM 1 BY 1
             UNTIL operidx > opercount
             IF oplisted(operidx) = 1
              AND oplevel(operidx) = "RERUN" THEN
              IF opjobs(operidx) = SPACES
               OR opjobs(operidx)(1:3) = "ALL" THEN
               MOVE "ALL" TO onejob
               PERFORM Addgrant
              ELSE
               MOVE 1 TO scanptr
               PERFORM UNTIL scanptr > 60
                MOVE SPACES TO onejob
                UNSTRING opjobs(operidx) DELIMITED BY ","
                 INTO onejob WITH POINTER scanptr
                IF onejob NOT= SPACES THEN
                 PERFORM Addgrant
                END-IF
               END-PERFORM
              END-IF
             END-IF
            END-PERFORM
            MOVE quarterid TO filecycle
            MOVE rundate TO fileopened
            MOVE deadline TO filedeadline
            MOVE "OPEN" TO filestate
            OPEN OUTPUT recertfile
            MOVE "recertfile" TO errfile
            MOVE recertstatus TO errstatus
            PERFORM Checkstatus
            MOVE "* Console permission recertification. Each owning"
             TO recertrec
            WRITE recertrec
            MOVE "* team marks its GRANT lines KEEP or REVOKE, with"
             TO recertrec
            WRITE recertrec
            MOVE "* the approver's id and the date (yyyymmdd) in the"
             TO recertrec
            WRITE recertrec
            MOVE "* two columns after it. A grant not marked KEEP by"
             TO recertrec
            WRITE recertrec
            MOVE "* someone other than its holder by the deadline is"
             TO recertrec
            WRITE recertrec
            MOVE "* revoked through change control." TO recertrec
            WRITE recertrec
            MOVE SPACES TO recertrec
            STRING "CYCLE " filecycle " OPENED " fileopened
             " DEADLINE " filedeadline " STATUS OPEN"
             DELIMITED BY SIZE INTO recertrec
            WRITE recertrec
            PERFORM VARYING teamidx FROM 1 BY 1
             UNTIL teamidx > teamcount
             MOVE tmgrants(teamidx) TO countedit
             MOVE SPACES TO recertrec
             STRING "* team " FUNCTION TRIM(tmname(teamidx)) " - "
              FUNCTION TRIM(countedit) " grant(s)"
              DELIMITED BY SIZE INTO recertrec
             WRITE recertrec
             PERFORM VARYING grantidx FROM 1 BY 1
              UNTIL grantidx > grantcount
              IF gtteam(grantidx) = tmname(teamidx) THEN
               PERFORM Buildgrantline
               WRITE recertrec FROM grantline
              END-IF
             END-PERFORM
            END-PERFORM
            CLOSE recertfile
            CALL "runreg" USING recertpath
            PERFORM VARYING teamidx FROM 1 BY 1
             UNTIL teamidx > teamcount
             MOVE tmgrants(teamidx) TO countedit
             MOVE SPACES TO alerttext
             STRING filecycle " console permission recertification: "
              FUNCTION TRIM(countedit) " grant(s) for team "
              FUNCTION TRIM(tmname(teamidx)) " due by " filedeadline
              " in " FUNCTION TRIM(recertpath)
              DELIMITED BY SIZE INTO alerttext
             MOVE "RECERT" TO alertclass
             CALL "alerter" USING alertclass alerttext
            END-PERFORM
            MOVE grantcount TO countedit
            MOVE teamcount TO countedit2
            MOVE SPACES TO logmsg
            STRING "recertification " filecycle " opened - "
             FUNCTION TRIM(countedit) " grant(s) to "
             FUNCTION TRIM(countedit2) " team(s), deadline "
             filedeadline
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            PERFORM Readrecert.

      *One rerun grant of operator operidx on onejob, under the
      *team that owns the job.
           Addgrant.
            IF grantcount >= 500 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE "OPS" TO ownteam
            IF onejob NOT= "ALL" THEN
             MOVE onejob TO ownjob
             MOVE SPACES TO owndate
             CALL "ownerserv" USING ownop ownjob owndate ownteam
              ownprimary ownsecondary ownoncall ownresult
             IF ownresult NOT= "Y" OR ownteam = SPACES THEN
              MOVE "OPS" TO ownteam
             END-IF
            END-IF
            ADD 1 TO grantcount
            MOVE ownteam TO gtteam(grantcount)
            MOVE opid(operidx) TO gtop(grantcount)
            MOVE onejob TO gtjob(grantcount)
            MOVE "PENDING" TO gtdecision(grantcount)
            MOVE "-" TO gtapprover(grantcount)
            MOVE "-" TO gtdate(grantcount)
            MOVE 0 TO gtrevoke(grantcount)
            MOVE 0 TO teamfound
            PERFORM VARYING teamidx FROM 1 BY 1
             UNTIL teamidx > teamcount
             IF tmname(teamidx) = ownteam THEN
              MOVE teamidx TO teamfound
             END-IF
            END-PERFORM
            IF teamfound = 0 AND teamcount < 50 THEN
             ADD 1 TO teamcount
             MOVE teamcount TO teamfound
             MOVE ownteam TO tmname(teamfound)
             MOVE 0 TO tmgrants(teamfound)
            END-IF
            IF teamfound > 0 THEN
             ADD 1 TO tmgrants(teamfound)
            END-IF.

      *Grant grantidx as its recertification line, with usage.
           Buildgrantline.
            MOVE gtop(grantidx) TO useop
            MOVE gtjob(grantidx) TO usejob
            PERFORM Findusage
            MOVE "GRANT" TO gltag
            MOVE gtteam(grantidx) TO glteam
            MOVE gtop(grantidx) TO glop
            MOVE gtjob(grantidx) TO gljob
            MOVE gtdecision(grantidx) TO gldecision
            MOVE gtapprover(grantidx) TO glapprover
            MOVE gtdate(grantidx) TO gldate
            MOVE usecount TO glreruns
            MOVE uselast TO gllast
            MOVE usesignon TO glsignon.

      *What useop has done with a rerun grant on usejob.
           Findusage.
            MOVE 0 TO usecount
            MOVE "-" TO uselast usesignon
            MOVE useop TO findop
            PERFORM Findoperator
            IF operfound = 0 THEN
             EXIT PARAGRAPH
            END-IF
            IF opsignon(operfound) NOT= SPACES THEN
             MOVE opsignon(operfound) TO usesignon
            END-IF
            IF usejob = "ALL" THEN
             MOVE opreruns(operfound) TO usecount
             IF oplastrerun(operfound) NOT= SPACES THEN
              MOVE oplastrerun(operfound) TO uselast
             END-IF
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING rerunidx FROM 1 BY 1
             UNTIL rerunidx > reruncount
             IF rrop(rerunidx) = useop
              AND rrjob(rerunidx) = usejob THEN
              MOVE rrcount(rerunidx) TO usecount
              MOVE rrlast(rerunidx) TO uselast
             END-IF
            END-PERFORM.

      *The deadline has passed: every grant not kept is revoked in
      *one change to the permissions file, each revocation lands
      *in the console audit log and the cycle is closed. A failed
      *submission leaves the cycle open for the next run.
           Enforce.
            MOVE 0 TO revokecount keptcount
            PERFORM VARYING grantidx FROM 1 BY 1
             UNTIL grantidx > grantcount
             IF gtdecision(grantidx) = "KEEP"
              AND gtapprover(grantidx) NOT= SPACES
              AND gtapprover(grantidx) NOT= "-"
              AND gtapprover(grantidx) NOT= gtop(grantidx)
              AND gtdate(grantidx) IS NUMERIC THEN
              ADD 1 TO keptcount
             ELSE
              MOVE 1 TO gtrevoke(grantidx)
              ADD 1 TO revokecount
              IF gtdecision(grantidx) = "REVOKE" THEN
               MOVE "REVOKED" TO gtdecision(grantidx)
              ELSE
               MOVE "LAPSED" TO gtdecision(grantidx)
              END-IF
             END-IF
            END-PERFORM
            MOVE SPACES TO changeid
            MOVE 0 TO changeapplied
            IF revokecount > 0 THEN
             IF operloaded = 0 THEN
              MOVE "no permissions file to revoke from - cycle left"
               TO logmsg
              MOVE "ERROR" TO logsev
              PERFORM Log
              PERFORM Readrecert
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
             END-IF
             PERFORM Buildproposal
             PERFORM Submitrevocation
             IF changeid = SPACES THEN
              PERFORM Readrecert
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
             END-IF
             PERFORM Applyrevocation
             PERFORM Auditrevocations
            END-IF
            MOVE "CLOSED" TO filestate
            PERFORM Closerecert
            MOVE revokecount TO countedit
            MOVE keptcount TO countedit2
            MOVE SPACES TO logmsg
            IF revokecount = 0 THEN
             STRING "recertification " filecycle " closed - all "
              FUNCTION TRIM(countedit2) " grant(s) kept"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            STRING "recertification " filecycle " closed - "
             FUNCTION TRIM(countedit) " grant(s) revoked through "
             "change " changeid ", " FUNCTION TRIM(countedit2)
             " kept"
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
            MOVE SPACES TO alerttext
            IF changeapplied = 1 THEN
             STRING filecycle " recertification deadline passed - "
              FUNCTION TRIM(countedit) " console grant(s) revoked"
              " through change " changeid
              DELIMITED BY SIZE INTO alerttext
            ELSE
             STRING filecycle " recertification deadline passed - "
              "revocation of " FUNCTION TRIM(countedit)
              " grant(s) awaits review as change " changeid
              DELIMITED BY SIZE INTO alerttext
             MOVE 4 TO RETURN-CODE
            END-IF
            MOVE "RECERT" TO alertclass
            CALL "alerter" USING alertclass alerttext.

      *The proposed permissions file: untouched lines as they
      *stand, a line with a revoked grant rebuilt from what is
      *kept - view-only once nothing is.
           Buildproposal.
            OPEN OUTPUT propfile
            MOVE "propfile" TO errfile
            MOVE propstatus TO errstatus
            PERFORM Checkstatus
            PERFORM VARYING operidx FROM 1 BY 1
             UNTIL operidx > operlinecount
             MOVE olline(operidx) TO proprec
             IF olline(operidx) NOT= SPACES
              AND olline(operidx)(1:1) NOT= "*" THEN
              MOVE SPACES TO otok1 otok2 otok3
              UNSTRING olline(operidx) DELIMITED BY ALL SPACES
               INTO otok1 otok2 otok3
              IF otok2 = "RERUN" THEN
               PERFORM Rebuildline
              END-IF
             END-IF
             WRITE proprec
            END-PERFORM
            CLOSE propfile.

      *The RERUN line in otok1-3 less its revoked grants, into
      *proprec when anything was revoked.
           Rebuildline.
            MOVE 0 TO linerevoked
            MOVE SPACES TO newjobs
            MOVE 1 TO jobptr
            IF otok3 = SPACES OR otok3(1:3) = "ALL" THEN
             MOVE "ALL" TO onejob
             PERFORM Checkrevoked
             IF grantfound = 0 THEN
              MOVE otok3 TO newjobs
             END-IF
            ELSE
             MOVE 1 TO scanptr
             PERFORM UNTIL scanptr > 60
              MOVE SPACES TO onejob
              UNSTRING otok3 DELIMITED BY "," INTO onejob
               WITH POINTER scanptr
              IF onejob NOT= SPACES THEN
               PERFORM Checkrevoked
               IF grantfound = 0 THEN
                IF jobptr > 1 THEN
                 STRING "," DELIMITED BY SIZE INTO newjobs
                  WITH POINTER jobptr
                END-IF
                STRING FUNCTION TRIM(onejob) DELIMITED BY SIZE
                 INTO newjobs WITH POINTER jobptr
               END-IF
              END-IF
             END-PERFORM
            END-IF
            IF linerevoked = 0 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO proprec
            IF newjobs = SPACES THEN
             STRING FUNCTION TRIM(otok1) " VIEW"
              DELIMITED BY SIZE INTO proprec
            ELSE
             STRING FUNCTION TRIM(otok1) " RERUN "
              FUNCTION TRIM(newjobs)
              DELIMITED BY SIZE INTO proprec
            END-IF.

      *Is operator otok1's grant on onejob one being revoked.
           Checkrevoked.
            MOVE 0 TO grantfound
            PERFORM VARYING grantidx FROM 1 BY 1
             UNTIL grantidx > grantcount
             IF gtop(grantidx) = otok1 AND gtjob(grantidx) = onejob
              AND gtrevoke(grantidx) = 1 THEN
              MOVE grantidx TO grantfound
              MOVE 1 TO linerevoked
             END-IF
            END-PERFORM.

      *SUBMIT of the proposed permissions file; the pending change
      *id from change control's reply into changeid.
           Submitrevocation.
            MOVE SPACES TO syscmd
            STRING "CHANGECTL_MODE=SUBMIT CHANGECTL_USER=recert"
             " CHANGECTL_TARGET=operators CHANGECTL_NEWFILE="
             FUNCTION TRIM(proppath)
             " DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " " FUNCTION TRIM(batchroot) "/changectl > "
             FUNCTION TRIM(outpath) " 2>&1"
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE 0 TO RETURN-CODE
            PERFORM Readreply
            IF changeid = SPACES THEN
             MOVE SPACES TO logmsg
             STRING "change control refused the revocation of "
              filecycle " - cycle left open, see "
              FUNCTION TRIM(outpath)
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
            END-IF.

      *APPLY of the pending revocation, the deadline being the
      *second party to the change.
           Applyrevocation.
            MOVE SPACES TO syscmd
            STRING "CHANGECTL_MODE=APPLY CHANGECTL_USER=deadline"
             " CHANGECTL_ID=" changeid
             " DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " " FUNCTION TRIM(batchroot) "/changectl > "
             FUNCTION TRIM(outpath) " 2>&1"
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE 0 TO RETURN-CODE
            MOVE 0 TO changeapplied
            OPEN INPUT outfile
            IF outstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ outfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF outrec(1:15) = "pending change "
                AND outrec(19:11) = "applied to " THEN
                MOVE 1 TO changeapplied
               END-IF
             END-READ
            END-PERFORM
            CLOSE outfile
            IF changeapplied = 1 THEN
             DELETE FILE outfile
             DELETE FILE propfile
            END-IF.

      *Change control's reply: the "pending change NN recorded"
      *line gives the id.
           Readreply.
            MOVE SPACES TO changeid
            OPEN INPUT outfile
            IF outstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ outfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF outrec(1:15) = "pending change "
                AND outrec(19:8) = "recorded" THEN
                MOVE outrec(16:2) TO changeid
               END-IF
             END-READ
            END-PERFORM
            CLOSE outfile.

      *One console audit record per revoked grant, under the
      *operator who lost it.
           Auditrevocations.
            MOVE SPACES TO revokeoutcome
            IF changeapplied = 1 THEN
             STRING "CHANGE " changeid
              DELIMITED BY SIZE INTO revokeoutcome
            ELSE
             STRING "CHANGE " changeid " PENDING"
              DELIMITED BY SIZE INTO revokeoutcome
            END-IF
            OPEN EXTEND auditfile
            IF auditstatus NOT= "00" THEN
             OPEN OUTPUT auditfile
            END-IF
            IF auditstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING grantidx FROM 1 BY 1
             UNTIL grantidx > grantcount
             IF gtrevoke(grantidx) = 1 THEN
              MOVE FUNCTION CURRENT-DATE(1:8) TO aulstamp(1:8)
              MOVE SPACE TO aulstamp(9:1)
              MOVE FUNCTION CURRENT-DATE(9:6) TO aulstamp(10:6)
              MOVE gtop(grantidx) TO auloper
              MOVE "PERM REVOKED" TO aulaction
              MOVE gtjob(grantidx) TO auljob
              MOVE revokeoutcome TO auloutcome
              WRITE auditrec FROM auditline
             END-IF
            END-PERFORM
            CLOSE auditfile.

      *The recertification file rewritten closed: the header's
      *state, each grant's final decision, and the revocation.
           Closerecert.
            OPEN OUTPUT recertfile
            MOVE "recertfile" TO errfile
            MOVE recertstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO grantidx
            PERFORM VARYING recertidx FROM 1 BY 1
             UNTIL recertidx > recertcount
             MOVE rcline(recertidx) TO recertrec
             MOVE SPACES TO htok1
             UNSTRING rcline(recertidx) DELIMITED BY ALL SPACES
              INTO htok1
             EVALUATE TRUE
              WHEN htok1 = "CYCLE"
               MOVE SPACES TO recertrec
               STRING "CYCLE " filecycle " OPENED " fileopened
                " DEADLINE " filedeadline " STATUS CLOSED"
                DELIMITED BY SIZE INTO recertrec
              WHEN htok1 = "GRANT" AND grantidx < grantcount
               ADD 1 TO grantidx
               PERFORM Buildgrantline
               MOVE grantline TO recertrec
              WHEN OTHER
               CONTINUE
             END-EVALUATE
             WRITE recertrec
            END-PERFORM
            MOVE revokecount TO countedit
            MOVE SPACES TO recertrec
            EVALUATE TRUE
             WHEN revokecount = 0
              STRING "CLOSED " rundate " REVOKED 0"
               DELIMITED BY SIZE INTO recertrec
             WHEN changeapplied = 1
              STRING "CLOSED " rundate " REVOKED "
               FUNCTION TRIM(countedit) " CHANGE " changeid
               DELIMITED BY SIZE INTO recertrec
             WHEN OTHER
              STRING "CLOSED " rundate " REVOKED "
               FUNCTION TRIM(countedit) " CHANGE " changeid
               " PENDING REVIEW"
               DELIMITED BY SIZE INTO recertrec
            END-EVALUATE
            WRITE recertrec
            CLOSE recertfile.

      *Every operator's permissions beside their use of them, then
      *the cycle's grants by team with their decisions.
           Writereport.
            OPEN OUTPUT reportfile
            MOVE "reportfile" TO errfile
            MOVE reportstatus TO errstatus
            PERFORM Checkstatus
            MOVE SPACES TO reportrec
            STRING "==== CONSOLE PERMISSION RECERTIFICATION "
             rundate " ==== " FUNCTION TRIM(batchroot)
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE SPACES TO reportrec
            IF filecycle = SPACES THEN
             MOVE "CYCLE none opened yet" TO reportrec
            ELSE
             STRING "CYCLE " filecycle " " FUNCTION TRIM(filestate)
              " - opened " fileopened ", deadline " filedeadline
              DELIMITED BY SIZE INTO reportrec
            END-IF
            WRITE reportrec
            MOVE SPACES TO reportrec
            WRITE reportrec
            MOVE SPACES TO reportrec
            STRING "OPERATOR     LEVEL JOBS"
             "                                  LAST SIGNON"
             " SIGNOFFS  RERUNS"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            PERFORM VARYING operidx FROM 1 BY 1
             UNTIL operidx > opercount
             MOVE SPACES TO reportrec
             MOVE opid(operidx) TO reportrec(1:12)
             MOVE oplevel(operidx) TO reportrec(14:5)
             EVALUATE TRUE
              WHEN oplisted(operidx) = 0
               MOVE "(not in permissions file)" TO reportrec(20:37)
              WHEN oplevel(operidx) NOT= "RERUN"
               MOVE "-" TO reportrec(20:37)
              WHEN OTHER
               IF opjobs(operidx) = SPACES THEN
                MOVE "ALL" TO reportrec(20:37)
               ELSE
                MOVE opjobs(operidx) TO reportrec(20:37)
               END-IF
             END-EVALUATE
             IF opsignon(operidx) = SPACES THEN
              MOVE "never" TO reportrec(58:8)
             ELSE
              MOVE opsignon(operidx) TO reportrec(58:8)
             END-IF
             MOVE opsignoffs(operidx) TO countedit
             MOVE countedit TO reportrec(70:5)
             MOVE opreruns(operidx) TO countedit
             MOVE countedit TO reportrec(78:5)
             IF oplisted(operidx) = 1
              AND (opsignon(operidx) = SPACES
               OR opsignon(operidx) < idledate) THEN
              MOVE "IDLE" TO reportrec(85:4)
             END-IF
             WRITE reportrec
             PERFORM VARYING rerunidx FROM 1 BY 1
              UNTIL rerunidx > reruncount
              IF rrop(rerunidx) = opid(operidx) THEN
               MOVE rrcount(rerunidx) TO countedit
               MOVE SPACES TO reportrec
               STRING "  rerun " rrjob(rerunidx) " " countedit
                " time(s), last " rrlast(rerunidx)
                DELIMITED BY SIZE INTO reportrec
               WRITE reportrec
              END-IF
             END-PERFORM
            END-PERFORM
            MOVE idledays TO countedit
            MOVE SPACES TO reportrec
            STRING "IDLE = listed, no sign-on in the last "
             FUNCTION TRIM(countedit) " day(s) (RECERT_IDLE_DAYS)"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE SPACES TO reportrec
            WRITE reportrec
            MOVE 0 TO keptcount pendcount revokecount
            MOVE "TEAM       OPERATOR     JOB            DECISION"
             TO reportrec
            MOVE "APPROVER     DATE      RERUNS LAST     SIGNON"
             TO reportrec(49:48)
            WRITE reportrec
            PERFORM VARYING grantidx FROM 1 BY 1
             UNTIL grantidx > grantcount
             PERFORM Buildgrantline
             MOVE SPACES TO reportrec
             MOVE glteam TO reportrec(1:10)
             MOVE glop TO reportrec(12:12)
             MOVE gljob TO reportrec(25:14)
             MOVE gldecision TO reportrec(40:8)
             MOVE glapprover TO reportrec(49:12)
             MOVE gldate TO reportrec(62:8)
             MOVE glreruns TO reportrec(72:5)
             MOVE gllast TO reportrec(78:8)
             MOVE glsignon TO reportrec(87:8)
             IF usecount = 0 THEN
              MOVE "UNUSED" TO reportrec(96:6)
             END-IF
             WRITE reportrec
             EVALUATE gtdecision(grantidx)
              WHEN "KEEP"
               ADD 1 TO keptcount
              WHEN "REVOKED"
               ADD 1 TO revokecount
              WHEN "LAPSED"
               ADD 1 TO revokecount
              WHEN OTHER
               ADD 1 TO pendcount
             END-EVALUATE
            END-PERFORM
            IF grantcount = 0 THEN
             MOVE "  no rerun grants in this cycle" TO reportrec
             WRITE reportrec
            END-IF
            MOVE SPACES TO reportrec
            WRITE reportrec
            MOVE grantcount TO countedit
            MOVE keptcount TO countedit2
            MOVE pendcount TO countedit3
            MOVE revokecount TO countedit4
            MOVE SPACES TO reportrec
            STRING "SUMMARY " FUNCTION TRIM(countedit) " grant(s): "
             FUNCTION TRIM(countedit2) " kept, "
             FUNCTION TRIM(countedit3) " awaiting decision, "
             FUNCTION TRIM(countedit4) " revoked"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE "END CONSOLE PERMISSION RECERTIFICATION" TO reportrec
            WRITE reportrec
            CLOSE reportfile.

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
