             FD auditfile.
             01 auditrec PIC X(120).
             FD regfile.
             01 regrec PIC X(340).

           WORKING-STORAGE SECTION.
             01 confkey PIC X(30) VALUE SPACES.
             01 kregartifact PIC X(250) VALUE SPACES.
             01 kregseq PIC 9(4) VALUE 0.
             01 kregresult PIC X(2) VALUE SPACES.
      *The audit log's registry record, laid out the way runreg
      *writes every other artifact's: run id, stamp, path, the
      *writing job, content fingerprint and record count, build.
             01 registryline.
               02 rgid PIC X(11).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgstamp PIC X(19).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgpath PIC X(250).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgjob PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgfp PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgrecs PIC X(7).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgbuild PIC X(14).
             01 fpop PIC X(4) VALUE "FILE".
             01 fparea PIC X(250) VALUE SPACES.
             01 fpvalue PIC 9(10) VALUE 0.
             01 fpcount PIC 9(7) VALUE 0.
             01 fpresult PIC X(2) VALUE SPACES.
             01 auditline.
               02 aulstamp PIC X(15).
               02 FILLER PIC X(1) VALUE SPACE.
               02 sglanalyst PIC X(12).
               02 FILLER PIC X(5) VALUE " RUN ".
               02 sglrunid PIC X(11).
      *Each decision is also stamped on that day's entries in the
      *answer master, under the date the answers were published.
             COPY ansrec.
             01 ansop PIC X(4) VALUE "SIGN".
             01 ansresult PIC X(2) VALUE SPACES.

      *On-call lookup from the job ownership master, for the
      *operator deciding who to wake about a job tonight.
             01 ownop PIC X(4) VALUE "JOB ".
             01 owndate PIC X(8) VALUE SPACES.
             01 ownteam PIC X(10) VALUE SPACES.
             01 ownprimary PIC X(20) VALUE SPACES.
             01 ownsecondary PIC X(20) VALUE SPACES.
             01 ownoncall PIC X(20) VALUE SPACES.
             01 ownresult PIC X(1) VALUE SPACES.
      *Exception cases: an operator opens a case against a recurring
      *exception's key pattern, hands it to someone, adds dated
      *notes and closes it with a resolution code, all through the
      *case service (CALL "casesrv"); excrecur and the handover
      *digest show the case beside matching exceptions. View-only
      *operators may list and view cases but not change them.
             COPY caserec.
             01 caseop PIC X(4) VALUE SPACES.
             01 caseresult PIC X(2) VALUE SPACES.
             01 caseaction PIC X(1) VALUE SPACES.
             01 casepick PIC X(4) VALUE SPACES.
             01 casekey PIC X(20) VALUE SPACES.
             01 caseprog PIC X(14) VALUE SPACES.
             01 caseowner PIC X(12) VALUE SPACES.
             01 casereso PIC X(8) VALUE SPACES.
             01 casenote PIC X(40) VALUE SPACES.
             01 casenum PIC 9(4) VALUE 0.
             01 caseshown PIC 9(3) VALUE 0.
             01 caseclosed PIC 9(3) VALUE 0.
             01 casenotepath PIC X(250) VALUE SPACES.
      *Runbook lookup (CALL "runbook"): the recovery steps and the
      *rerun/skip/escalate call for a job's return code, shown for
      *every failed job on the batch report and before a rerun.
             01 rbop PIC X(4) VALUE SPACES.
             01 rbjob PIC X(14) VALUE SPACES.
             01 rbrc PIC S9(4) VALUE 0.
             01 rbaction PIC X(8) VALUE SPACES.
             01 rbref PIC X(12) VALUE SPACES.
             01 rbrange PIC X(9) VALUE SPACES.
             01 rbstepno PIC 9(2) VALUE 0.
             01 rbsteps PIC 9(2) VALUE 0.
             01 rbtext PIC X(100) VALUE SPACES.
             01 rbresult PIC X(1) VALUE SPACES.
             01 rbrcedit PIC -(3)9.
             01 rbfailed PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
      *Two-keystroke operator menu for the night shift: view the
      *latest batch report (with the runbook entry for each failed
      *job) or scoreboard, rerun one day job from the driver's
      *jobtable, inspect a day's exception and reject files, kick
      *off the full batch, find tonight's on-call contact for a
      *job or work an exception case - no paths or environment
      *variables to remember. The DISPLAYs here are the interface
      *itself, not run narration, so they stay on the console.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           END-IF
           STRING FUNCTION TRIM(batchroot) "/consoleaudit.txt"
            DELIMITED BY SIZE INTO auditpath
           ACCEPT casenotepath FROM ENVIRONMENT "CASE_NOTES"
           IF casenotepath = SPACES THEN
            MOVE "CASE_NOTES" TO confkey
            MOVE SPACES TO confval
            CALL "config" USING confkey confval
            MOVE confval TO casenotepath
           END-IF
           IF casenotepath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) "/exccasenotes.txt"
             DELIMITED BY SIZE INTO casenotepath
           END-IF
           PERFORM Identifyoperator
           PERFORM UNTIL menudone = 1
            DISPLAY " "
            DISPLAY " 5  kick off a full batch"
            DISPLAY " 6  sign off today's answers"
            DISPLAY " 7  live batch status monitor"
            DISPLAY " 8  who is on call tonight for a job"
            DISPLAY " 9  exception cases"
            DISPLAY " 0  exit"
            DISPLAY "choice: " WITH NO ADVANCING
            MOVE SPACES TO choice
              STRING FUNCTION TRIM(batchroot) "/batchreport.txt"
               DELIMITED BY SIZE INTO viewpath
              PERFORM Showfile
              PERFORM Showfailedbook
             WHEN "2"
              MOVE "VIEW SCOREBOARD" TO auditaction
              MOVE SPACES TO auditjob
              STRING FUNCTION TRIM(batchroot) "/batchmon"
               DELIMITED BY SIZE INTO jobcommand
              CALL "SYSTEM" USING jobcommand
             WHEN "8"
              PERFORM Showoncall
             WHEN "9"
              PERFORM Workcases
             WHEN "6"
              MOVE "SIGNOFF" TO auditaction
              MOVE SPACES TO auditjob
             DISPLAY "----- " viewlines " line(s) -----"
            END-IF.

      *Owning team, contacts and tonight's on-call for one job.
           Showoncall.
            DISPLAY "job name: " WITH NO ADVANCING
            MOVE SPACES TO jobpick
            ACCEPT jobpick
            MOVE 0 TO jobfound
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF jobname(jobidx) = jobpick THEN
              MOVE jobidx TO jobfound
             END-IF
            END-PERFORM
            MOVE "VIEW ONCALL" TO auditaction
            MOVE jobpick TO auditjob
            IF jobfound = 0 THEN
             DISPLAY "no such job '" FUNCTION TRIM(jobpick) "'"
             MOVE "NO SUCH JOB" TO auditoutcome
             PERFORM Writeaudit
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO owndate
            CALL "ownerserv" USING ownop jobpick owndate ownteam
             ownprimary ownsecondary ownoncall ownresult
            IF ownresult NOT= "Y" THEN
             DISPLAY FUNCTION TRIM(jobpick)
              " has no owner on record - escalate to OPS"
             MOVE "UNOWNED" TO auditoutcome
            ELSE
             DISPLAY "job       " FUNCTION TRIM(jobpick)
             DISPLAY "team      " FUNCTION TRIM(ownteam)
             DISPLAY "on call   " FUNCTION TRIM(ownoncall)
             DISPLAY "primary   " FUNCTION TRIM(ownprimary)
             DISPLAY "secondary " FUNCTION TRIM(ownsecondary)
             MOVE "OK" TO auditoutcome
            END-IF
            PERFORM Writeaudit.

      *The exception case menu: list, view, open, assign, note or
      *close, each change audited with its case number.
           Workcases.
            DISPLAY "case action - L list  V view  O open"
             "  A assign  N note  C close: " WITH NO ADVANCING
            MOVE SPACES TO caseaction
            ACCEPT caseaction
            MOVE FUNCTION UPPER-CASE(caseaction) TO caseaction
            IF caseaction = "L" THEN
             PERFORM Listcases
             EXIT PARAGRAPH
            END-IF
            IF caseaction = "V" THEN
             PERFORM Viewcase
             EXIT PARAGRAPH
            END-IF
            IF caseaction NOT= "O" AND caseaction NOT= "A"
             AND caseaction NOT= "N" AND caseaction NOT= "C" THEN
             DISPLAY "unknown case action '" caseaction "'"
             EXIT PARAGRAPH
            END-IF
            EVALUATE caseaction
             WHEN "O" MOVE "CASE OPEN" TO auditaction
             WHEN "A" MOVE "CASE ASSIGN" TO auditaction
             WHEN "N" MOVE "CASE NOTE" TO auditaction
             WHEN "C" MOVE "CASE CLOSE" TO auditaction
            END-EVALUATE
            MOVE SPACES TO auditjob
            IF permlevel NOT= "RERUN" THEN
             DISPLAY "operator " FUNCTION TRIM(operid)
              " is view-only - case change refused"
             MOVE "DENIED" TO auditoutcome
             PERFORM Writeaudit
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO caseline
            MOVE operid TO csactor
            IF caseaction = "O" THEN
             PERFORM Opencase
            ELSE
             PERFORM Pickcase
             IF casenum = 0 THEN
              EXIT PARAGRAPH
             END-IF
             MOVE casenum TO csnumber
             MOVE SPACES TO auditjob
             STRING "CASE " casenum DELIMITED BY SIZE INTO auditjob
             PERFORM Changecase
            END-IF
            PERFORM Writeaudit.

      *A new case on a program (blank for any) and an exception
      *key - digits become "#", a trailing "*" takes any key
      *starting with what precedes it.
           Opencase.
            DISPLAY "program (blank for any): " WITH NO ADVANCING
            MOVE SPACES TO caseprog
            ACCEPT caseprog
            DISPLAY "exception key or pattern: " WITH NO ADVANCING
            MOVE SPACES TO casekey
            ACCEPT casekey
            IF casekey = SPACES THEN
             DISPLAY "no exception key - case not opened"
             MOVE "NO KEY" TO auditoutcome
             EXIT PARAGRAPH
            END-IF
            DISPLAY "owner: " WITH NO ADVANCING
            MOVE SPACES TO caseowner
            ACCEPT caseowner
            DISPLAY "note: " WITH NO ADVANCING
            MOVE SPACES TO casenote
            ACCEPT casenote
            MOVE caseprog TO csprogram
            MOVE casekey TO cspattern
            MOVE caseowner TO csowner
            MOVE casenote TO cslastnote
            MOVE "OPEN" TO caseop
            CALL "casesrv" USING caseop caseline caseresult
            MOVE SPACES TO auditjob
            STRING "CASE " csnumber DELIMITED BY SIZE INTO auditjob
            EVALUATE caseresult
             WHEN "00"
              DISPLAY "case " csnumber " opened on "
               FUNCTION TRIM(csprogram) " "
               FUNCTION TRIM(cspattern)
              MOVE "OPENED" TO auditoutcome
             WHEN "22"
              DISPLAY "case " csnumber " is already "
               FUNCTION TRIM(csstate) " on that key"
              MOVE "ALREADY OPEN" TO auditoutcome
             WHEN OTHER
              DISPLAY "case not opened - case service result "
               caseresult
              MOVE SPACES TO auditjob
              MOVE SPACES TO auditoutcome
              STRING "FAILED " caseresult DELIMITED BY SIZE
               INTO auditoutcome
            END-EVALUATE.

      *Assign, note or close the case in csnumber.
           Changecase.
            EVALUATE caseaction
             WHEN "A"
              DISPLAY "new owner: " WITH NO ADVANCING
              MOVE SPACES TO caseowner
              ACCEPT caseowner
              MOVE caseowner TO csowner
              MOVE "ASGN" TO caseop
             WHEN "N"
              DISPLAY "note: " WITH NO ADVANCING
              MOVE SPACES TO casenote
              ACCEPT casenote
              IF casenote = SPACES THEN
               DISPLAY "empty note - nothing recorded"
               MOVE "NO NOTE" TO auditoutcome
               EXIT PARAGRAPH
              END-IF
              MOVE casenote TO cslastnote
              MOVE "NOTE" TO caseop
             WHEN "C"
              DISPLAY "resolution (FIXED DATAFIX NOISE WONTFIX DUP): "
               WITH NO ADVANCING
              MOVE SPACES TO casereso
              ACCEPT casereso
              MOVE FUNCTION UPPER-CASE(casereso) TO casereso
              IF casereso NOT= "FIXED" AND casereso NOT= "DATAFIX"
               AND casereso NOT= "NOISE" AND casereso NOT= "WONTFIX"
               AND casereso NOT= "DUP" THEN
               DISPLAY "unknown resolution '" FUNCTION TRIM(casereso)
                "' - case left open"
               MOVE "BAD RESOLUTION" TO auditoutcome
               EXIT PARAGRAPH
              END-IF
              DISPLAY "note: " WITH NO ADVANCING
              MOVE SPACES TO casenote
              ACCEPT casenote
              MOVE casereso TO csresolution
              MOVE casenote TO cslastnote
              MOVE "CLOS" TO caseop
            END-EVALUATE
            CALL "casesrv" USING caseop caseline caseresult
            EVALUATE caseresult
             WHEN "00"
              DISPLAY "case " csnumber " " FUNCTION TRIM(csstate)
               " owner " FUNCTION TRIM(csowner)
               " - " FUNCTION TRIM(cslastnote)
              MOVE "OK" TO auditoutcome
             WHEN "21"
              DISPLAY "case " casenum " is already closed - "
               FUNCTION TRIM(csresolution) " " csclosed
              MOVE "ALREADY CLOSED" TO auditoutcome
             WHEN OTHER
              DISPLAY "case " casenum " not changed - result "
               caseresult
              MOVE SPACES TO auditoutcome
              STRING "FAILED " caseresult DELIMITED BY SIZE
               INTO auditoutcome
            END-EVALUATE.

      *Asks for a case number; casenum 0 when none was given.
           Pickcase.
            DISPLAY "case number: " WITH NO ADVANCING
            MOVE SPACES TO casepick
            ACCEPT casepick
            MOVE 0 TO casenum
            IF FUNCTION TEST-NUMVAL(casepick) = 0 THEN
             COMPUTE casenum = FUNCTION NUMVAL(casepick)
            END-IF
            IF casenum = 0 THEN
             DISPLAY "no such case '" FUNCTION TRIM(casepick) "'"
            END-IF.

      *Every case still being worked; closed ones are counted.
           Listcases.
            MOVE "VIEW CASES" TO auditaction
            MOVE SPACES TO auditjob
            MOVE "OK" TO auditoutcome
            PERFORM Writeaudit
            MOVE 0 TO caseshown
            MOVE 0 TO caseclosed
            MOVE SPACES TO caseline
            MOVE 0 TO csnumber
            MOVE "NEXT" TO caseop
            MOVE "00" TO caseresult
            PERFORM UNTIL caseresult NOT= "00"
             CALL "casesrv" USING caseop caseline caseresult
             IF caseresult = "00" THEN
              IF csstate = "CLOSED" THEN
               ADD 1 TO caseclosed
              ELSE
               ADD 1 TO caseshown
               DISPLAY csnumber " " csstate " " csprogram " "
                cspattern " " csowner " since " csopened
              END-IF
             END-IF
            END-PERFORM
            DISPLAY caseshown " case(s) open, " caseclosed
             " closed".

      *One case and its dated history from the case notes file.
           Viewcase.
            PERFORM Pickcase
            IF casenum = 0 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE "VIEW CASE" TO auditaction
            MOVE SPACES TO auditjob
            STRING "CASE " casenum DELIMITED BY SIZE INTO auditjob
            MOVE SPACES TO caseline
            MOVE casenum TO csnumber
            MOVE "GET " TO caseop
            CALL "casesrv" USING caseop caseline caseresult
            IF caseresult NOT= "00" THEN
             DISPLAY "no such case " casenum
             MOVE "NO SUCH CASE" TO auditoutcome
             PERFORM Writeaudit
             EXIT PARAGRAPH
            END-IF
            MOVE "OK" TO auditoutcome
            PERFORM Writeaudit
            DISPLAY "case       " csnumber
            DISPLAY "state      " csstate
            DISPLAY "program    " FUNCTION TRIM(csprogram)
            DISPLAY "pattern    " FUNCTION TRIM(cspattern)
            DISPLAY "owner      " FUNCTION TRIM(csowner)
            DISPLAY "opened     " csopened " by "
             FUNCTION TRIM(csopenby)
            IF csclosed NOT= SPACES THEN
             DISPLAY "closed     " csclosed " "
              FUNCTION TRIM(csresolution)
            END-IF
            DISPLAY "reopened   " csreopens " time(s)"
            DISPLAY "last seen  " cslastseen
            MOVE casenotepath TO viewpath
            OPEN INPUT viewfile
            IF viewstatus = "00" THEN
             MOVE 0 TO vieweof
             PERFORM UNTIL vieweof = 1
              READ viewfile INTO viewrec
               AT END
                MOVE 1 TO vieweof
               NOT AT END
                IF viewrec(1:4) = csnumber THEN
                 DISPLAY "  " FUNCTION TRIM(viewrec(6:), TRAILING)
                END-IF
              END-READ
             END-PERFORM
             CLOSE viewfile
            END-IF.

      *Launches one jobtable entry exactly as the driver would.
           Rerunjob.
            DISPLAY "jobs:"
            IF jobfound = 0 THEN
             DISPLAY "no such job '" FUNCTION TRIM(jobpick) "'"
            ELSE
             PERFORM Lastjobrc
             IF rbrc NOT= 0 THEN
              PERFORM Showrunbook
             END-IF
             MOVE "RERUN JOB" TO auditaction
             MOVE jobname(jobfound) TO auditjob
             PERFORM Checkrerunperm
             END-IF
            END-IF.

      *Tonight's last return code for the picked job from the
      *batch report, into rbjob and rbrc (0 when it has none).
           Lastjobrc.
            MOVE jobname(jobfound) TO rbjob
            MOVE 0 TO rbrc
            MOVE SPACES TO viewpath
            STRING FUNCTION TRIM(batchroot) "/batchreport.txt"
             DELIMITED BY SIZE INTO viewpath
            OPEN INPUT viewfile
            IF viewstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO vieweof
            PERFORM UNTIL vieweof = 1
             READ viewfile INTO viewrec
              AT END
               MOVE 1 TO vieweof
              NOT AT END
               IF viewrec(15:14) = " return code "
                AND viewrec(1:14) = rbjob THEN
                COMPUTE rbrc = FUNCTION NUMVAL(viewrec(28:5))
               END-IF
             END-READ
            END-PERFORM
            CLOSE viewfile.

      *The runbook entry for every failed job line on the batch
      *report just shown.
           Showfailedbook.
            MOVE 0 TO rbfailed
            OPEN INPUT viewfile
            IF viewstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO vieweof
            PERFORM UNTIL vieweof = 1
             READ viewfile INTO viewrec
              AT END
               MOVE 1 TO vieweof
              NOT AT END
               IF viewrec(15:14) = " return code " THEN
                COMPUTE rbrc = FUNCTION NUMVAL(viewrec(28:5))
                IF rbrc NOT= 0 THEN
                 ADD 1 TO rbfailed
                 MOVE viewrec(1:14) TO rbjob
                 PERFORM Showrunbook
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE viewfile
            IF rbfailed = 0 THEN
             DISPLAY "no failed jobs on this report"
            END-IF.

      *What the runbook says for rbjob at return code rbrc.
           Showrunbook.
            MOVE rbrc TO rbrcedit
            MOVE "JOB " TO rbop
            CALL "runbook" USING rbop rbjob rbrc rbaction rbref
             rbrange rbstepno rbtext rbresult
            IF rbresult NOT= "Y" THEN
             DISPLAY "runbook: " FUNCTION TRIM(rbjob) " rc "
              FUNCTION TRIM(rbrcedit)
              " - NO RUNBOOK ENTRY, escalate to the job owner"
             EXIT PARAGRAPH
            END-IF
            DISPLAY "runbook: " FUNCTION TRIM(rbjob) " rc "
             FUNCTION TRIM(rbrcedit) " - " FUNCTION TRIM(rbaction)
             " (" FUNCTION TRIM(rbref) ", rc "
             FUNCTION TRIM(rbrange) ")"
            MOVE rbstepno TO rbsteps
            MOVE "STEP" TO rbop
            PERFORM VARYING rbstepno FROM 1 BY 1
             UNTIL rbstepno > rbsteps
             CALL "runbook" USING rbop rbjob rbrc rbaction rbref
              rbrange rbstepno rbtext rbresult
             DISPLAY "  " rbstepno ". " FUNCTION TRIM(rbtext)
            END-PERFORM.

      *Asks who is at the keyboard and what the permissions file
      *says they may do. No permissions file keeps the old open
      *console; with one, an unlisted operator is view-only.
      *Registers the audit log as an artifact of the live batch
      *run named in the lock: through the keyed engine first, the
      *way runreg does for every other writer, with the flat
      *journal appended alongside as the audit-friendly view, in
      *runreg's full record so the registry audit can fingerprint
      *it like any other artifact.
           Registeraudit.
            MOVE SPACES TO regpath
            STRING FUNCTION TRIM(batchroot) "/runregistry.txt"
             ON EXCEPTION
              MOVE "99" TO kregresult
            END-CALL
            MOVE lockrunid TO rgid
            MOVE kregstamp TO rgstamp
            MOVE auditpath TO rgpath
            MOVE "console" TO rgjob
            MOVE SPACES TO rgbuild
            MOVE SPACES TO rgfp
            MOVE SPACES TO rgrecs
            MOVE "FILE" TO fpop
            MOVE auditpath TO fparea
            CALL "fpserv" USING fpop fparea fpvalue fpcount fpresult
             ON EXCEPTION
              MOVE "99" TO fpresult
            END-CALL
            IF fpresult = "00" THEN
             MOVE fpvalue TO rgfp
             MOVE fpcount TO rgrecs
            END-IF
            OPEN EXTEND regfile
            IF regstatus NOT= "00" THEN
             OPEN OUTPUT regfile
            END-IF
            IF regstatus = "00" THEN
             WRITE regrec FROM registryline
             CLOSE regfile
            END-IF.

             END-EVALUATE
            END-PERFORM
            DISPLAY signedcount " decision(s) recorded in "
             FUNCTION TRIM(ledgerpath)
            IF signedcount > 0 THEN
             PERFORM Distribute
            END-IF.

      *Approved answers go out to their subscribers as soon as the
      *decisions are in; held ones stay back, and a unit still
      *waiting on an unsigned day is sent at the next sign-off.
           Distribute.
            MOVE SPACES TO jobcommand
            STRING FUNCTION TRIM(batchroot) "/distrib"
             DELIMITED BY SIZE INTO jobcommand
            DISPLAY "running " FUNCTION TRIM(jobcommand)
            CALL "SYSTEM" USING jobcommand
            COMPUTE jobrawcode = RETURN-CODE
            COMPUTE jobrc = jobrawcode / 256
            DISPLAY "answer distribution finished with rc " jobrc
            MOVE 0 TO RETURN-CODE.

      *One signed acknowledgment record.
           Writesignoff.
             WRITE ledgerrec FROM signline
             CLOSE ledgerfile
             ADD 1 TO signedcount
             PERFORM Signanswers
            ELSE
             DISPLAY "could not write sign-off ledger - status "
              ledgerstatus
            END-IF.

      *Both parts of the day on today's date; an answer-master
      *problem never loses the ledger record already written.
           Signanswers.
            MOVE SPACES TO ansrecord
            MOVE sgldate TO ansdate
            MOVE signday TO ansday
            MOVE sgldecision TO anssignoff
            MOVE analystid TO anssigner
            MOVE sgldate TO anssigndate
            MOVE "SIGN" TO ansop
            CALL "ansmaster" USING ansop ansrecord ansresult
             ON EXCEPTION
              MOVE "99" TO ansresult
            END-CALL.

      *The run being signed - the newest run in the registry.
           Findsignrunid.
            MOVE "(none)" TO signrunid
