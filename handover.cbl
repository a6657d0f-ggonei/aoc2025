               SELECT digestfile ASSIGN TO digestpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS digeststatus.
               SELECT voidledgerfile ASSIGN TO voidledgerpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS voidledgerstatus.

       DATA DIVISION.
           FILE SECTION.
             FD reportfile.
             01 reportrec PIC X(80).
             FD ckfile.
             01 ckrec PIC X(160).
             FD trendfile.
             01 trendrec PIC X(100).
             FD excrepofile.
             01 ledgerrec PIC X(80).
             FD digestfile.
             01 digestrec PIC X(100).
             FD voidledgerfile.
             01 voidledgerrec PIC X(100).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 daynum PIC 9(2) VALUE 0.
             01 dayx PIC 9(1) VALUE 0.
             01 listwrite PIC 9(1) VALUE 0.
      *Who to call: every failed job, MISMATCH and DRIFT line names
      *the owning team's on-call contact from the ownership master
      *(CALL "ownerserv"). A part check such as day2-p2 falls back
      *to its job's owner.
             01 ownop PIC X(4) VALUE "JOB ".
             01 ownjob PIC X(14) VALUE SPACES.
             01 owndate PIC X(8) VALUE SPACES.
             01 ownteam PIC X(10) VALUE SPACES.
             01 ownprimary PIC X(20) VALUE SPACES.
             01 ownsecondary PIC X(20) VALUE SPACES.
             01 ownoncall PIC X(20) VALUE SPACES.
             01 ownresult PIC X(1) VALUE SPACES.
             01 calltext PIC X(40) VALUE SPACES.
             01 dayjob PIC X(4) VALUE SPACES.
             01 failcount PIC 9(2) VALUE 0.
             01 failidx PIC 9(2) VALUE 0.
             01 failtab.
               02 failentry OCCURS 20 TIMES.
                 03 failjob PIC X(14).
                 03 failrc PIC X(5).
      *Sign-off state per day: a day whose answers were published
      *today but never approved, or whose latest decision is HOLD,
      *stays on the digest until an analyst resolves it.
                 03 daylastdec PIC X(7).
                 03 daylastby PIC X(12).
                 03 dayapptoday PIC 9(1).
      *day2's outstanding-voids ledger: its header carries the
      *age limit and how many voids the ticketing desk has left
      *unconfirmed past it.
             01 voidledgerpath PIC X(250) VALUE SPACES.
             01 voidledgerstatus PIC X(2) VALUE SPACES.
             01 voidmaxage PIC 9(4) VALUE 0.
             01 voidoutstanding PIC 9(6) VALUE 0.
             01 voidoverdue PIC 9(6) VALUE 0.
      *Today's ERROR and WARN exceptions by program and key pattern
      *(digits as "#", as excrecur groups them), each shown with
      *the exception case covering it (CALL "casesrv") so a known
      *problem being worked does not read as new every morning.
             01 exckey PIC X(20) VALUE SPACES.
             01 excgrpcount PIC 9(3) VALUE 0.
             01 excgrpidx PIC 9(3) VALUE 0.
             01 excgrphit PIC 9(3) VALUE 0.
             01 excgrpmore PIC 9(3) VALUE 0.
             01 excgrptab.
               02 excgrpentry OCCURS 100 TIMES.
                 03 xgprog PIC X(14).
                 03 xgsev PIC X(5).
                 03 xgpattern PIC X(20).
                 03 xgcount PIC 9(5).
             COPY caserec.
             01 caseop PIC X(4) VALUE "FIND".
             01 caseresult PIC X(2) VALUE SPACES.
             01 casetext PIC X(40) VALUE SPACES.
      *Runbook reference (CALL "runbook") beside every failed job
      *and every job the driver had to retry, so the day shift can
      *see what the night shift was told to do.
             01 rbop PIC X(4) VALUE "JOB ".
             01 rbjob PIC X(14) VALUE SPACES.
             01 rbrc PIC S9(4) VALUE 0.
             01 rbaction PIC X(8) VALUE SPACES.
             01 rbref PIC X(12) VALUE SPACES.
             01 rbrange PIC X(9) VALUE SPACES.
             01 rbstepno PIC 9(2) VALUE 0.
             01 rbtext PIC X(100) VALUE SPACES.
             01 rbresult PIC X(1) VALUE SPACES.
             01 booktext PIC X(30) VALUE SPACES.
             01 retrycount PIC 9(2) VALUE 0.
             01 retryidx PIC 9(2) VALUE 0.
             01 retryhit PIC 9(2) VALUE 0.
             01 retrytab.
               02 retryentry OCCURS 20 TIMES.
                 03 rtjob PIC X(14).
                 03 rtattempts PIC 9(2).
                 03 rtfirstrc PIC S9(4).
                 03 rtlastrc PIC S9(4).
             01 rtrcedit PIC -(3)9.
             01 rtlastedit PIC -(3)9.

       PROCEDURE DIVISION.
      *The one-page shift handover, written last: overall health
      *grade, job counts, every failure (with its runbook entry),
      *retried job, MISMATCH and DRIFT on one line each with the
      *person to call, today's exception counts by severity and
      *the patterns behind them with their cases, the window
      *margin, and whatever carries over into the day shift -
      *restart files still present, quarantined blocks,
      *unresolved rejects, overdue voids. One page, fixed layout,
      *same place every morning.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
              DELIMITED BY SIZE INTO excrepopath
            END-IF
           END-IF
           ACCEPT voidledgerpath FROM ENVIRONMENT "DAY2_VOID_LEDGER"
           IF voidledgerpath = SPACES THEN
            MOVE "DAY2_VOID_LEDGER" TO confkey
            PERFORM Getconfig
            MOVE confval TO voidledgerpath
           END-IF
           IF voidledgerpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/day2/voidledger.txt'
             DELIMITED BY SIZE INTO voidledgerpath
           END-IF
           ACCEPT digestpath FROM ENVIRONMENT "HANDOVER_REPORT"
           IF digestpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/handover.txt'
            " DEGRADED " degradedcount
            DELIMITED BY SIZE INTO digestrec
           WRITE digestrec
           PERFORM Listfailures
           PERFORM Listretries
           PERFORM Listmismatches
           PERFORM Listdrift
           MOVE SPACES TO digestrec
            " WARN " warncount " INFO " infocount
            DELIMITED BY SIZE INTO digestrec
           WRITE digestrec
           PERFORM Listexceptions
           PERFORM Windowmargin
           PERFORM Signoffstatus
           PERFORM Carryover
                   ADD 1 TO jobsfailed
                  END-IF
                 END-IF
                 IF jobrcval NOT= 0 AND failcount < 20 THEN
                  ADD 1 TO failcount
                  MOVE reportrec(1:14) TO failjob(failcount)
                  MOVE reportrec(28:5) TO failrc(failcount)
                 END-IF
                 PERFORM Trackretry
                WHEN reportrec(15:19) = " retry attempt     "
                 PERFORM Findretry
                 IF retryhit > 0 THEN
                  MOVE reportrec(34:2) TO rtattempts(retryhit)
                 END-IF
                WHEN reportrec(15:11) = " skipped - "
                 ADD 1 TO jobsskipped
                WHEN reportrec(15:16) = " DEGRADED using "
                 ADD 1 TO mismatchcount
                ELSE
                 MOVE SPACES TO digestrec
                 MOVE ckrec(1:14) TO ownjob
                 PERFORM Findcontact
                 STRING "MISMATCH " ckrec(1:14) " expected "
                  FUNCTION TRIM(ckrec(34:40)) " got "
                  FUNCTION TRIM(ckrec(82:40)) " "
                  FUNCTION TRIM(calltext)
                  DELIMITED BY SIZE INTO digestrec
                 WRITE digestrec
                END-IF
            END-PERFORM
            CLOSE ckfile.

      *Failed and timed-out jobs, one line each, with the contact.
           Listfailures.
            PERFORM VARYING failidx FROM 1 BY 1
             UNTIL failidx > failcount
             MOVE failjob(failidx) TO ownjob
             PERFORM Findcontact
             MOVE failjob(failidx) TO rbjob
             COMPUTE rbrc = FUNCTION NUMVAL(failrc(failidx))
             PERFORM Findrunbook
             MOVE SPACES TO digestrec
             STRING "FAILED " failjob(failidx) " rc "
              FUNCTION TRIM(failrc(failidx)) " "
              FUNCTION TRIM(calltext) " "
              FUNCTION TRIM(booktext)
              DELIMITED BY SIZE INTO digestrec
             WRITE digestrec
            END-PERFORM.

      *Every job the driver relaunched, with its first failing and
      *final return codes and the runbook entry for the first.
           Listretries.
            PERFORM VARYING retryidx FROM 1 BY 1
             UNTIL retryidx > retrycount
             IF rtattempts(retryidx) > 1 THEN
              MOVE rtjob(retryidx) TO rbjob
              MOVE rtfirstrc(retryidx) TO rbrc
              PERFORM Findrunbook
              MOVE rtfirstrc(retryidx) TO rtrcedit
              MOVE rtlastrc(retryidx) TO rtlastedit
              MOVE SPACES TO digestrec
              STRING "RETRIED " rtjob(retryidx) " attempts "
               rtattempts(retryidx) " rc "
               FUNCTION TRIM(rtrcedit) " then "
               FUNCTION TRIM(rtlastedit) " "
               FUNCTION TRIM(booktext)
               DELIMITED BY SIZE INTO digestrec
              WRITE digestrec
             END-IF
            END-PERFORM.

      *"RUNBOOK <ref> <action>" for rbjob at rbrc, or NO RUNBOOK.
           Findrunbook.
            CALL "runbook" USING rbop rbjob rbrc rbaction rbref
             rbrange rbstepno rbtext rbresult
            MOVE SPACES TO booktext
            IF rbresult = "Y" THEN
             STRING "RUNBOOK " FUNCTION TRIM(rbref) " "
              FUNCTION TRIM(rbaction)
              DELIMITED BY SIZE INTO booktext
            ELSE
             MOVE "NO RUNBOOK" TO booktext
            END-IF.

      *A job's return codes across attempts: the entry is made on
      *its first failure, and later lines keep the final code.
           Trackretry.
            PERFORM Findretry
            IF retryhit = 0 THEN
             IF jobrcval = 0 OR retrycount >= 20 THEN
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO retrycount
             MOVE retrycount TO retryhit
             MOVE reportrec(1:14) TO rtjob(retryhit)
             MOVE 1 TO rtattempts(retryhit)
             MOVE jobrcval TO rtfirstrc(retryhit)
            END-IF
            MOVE jobrcval TO rtlastrc(retryhit).

           Findretry.
            MOVE 0 TO retryhit
            PERFORM VARYING retryidx FROM 1 BY 1
             UNTIL retryidx > retrycount OR retryhit > 0
             IF rtjob(retryidx) = reportrec(1:14) THEN
              MOVE retryidx TO retryhit
             END-IF
            END-PERFORM.

      *"CALL <contact> (<team>)" for ownjob, or UNOWNED.
           Findcontact.
            MOVE SPACES TO calltext
            CALL "ownerserv" USING ownop ownjob owndate ownteam
             ownprimary ownsecondary ownoncall ownresult
            IF ownresult NOT= "Y" AND ownjob(5:2) = "-p" THEN
             MOVE ownjob(1:4) TO dayjob
             MOVE dayjob TO ownjob
             CALL "ownerserv" USING ownop ownjob owndate ownteam
              ownprimary ownsecondary ownoncall ownresult
            END-IF
            IF ownresult = "Y" THEN
             STRING "CALL " FUNCTION TRIM(ownoncall) " ("
              FUNCTION TRIM(ownteam) ")"
              DELIMITED BY SIZE INTO calltext
            ELSE
             MOVE "CALL nobody - UNOWNED" TO calltext
            END-IF.

      *DRIFT items, one line each, from the trend report.
           Listdrift.
            OPEN INPUT trendfile
                 ADD 1 TO driftcount
                ELSE
                 MOVE SPACES TO digestrec
                 MOVE trendrec(1:14) TO ownjob
                 PERFORM Findcontact
                 STRING "DRIFT " FUNCTION TRIM(trendrec(1:80))
                  " " FUNCTION TRIM(calltext)
                  DELIMITED BY SIZE INTO digestrec
                 WRITE digestrec
                END-IF
                 WHEN "INFO " ADD 1 TO infocount
                 WHEN OTHER CONTINUE
                END-EVALUATE
                IF excreporec(25:5) = "ERROR"
                 OR excreporec(25:5) = "WARN " THEN
                 PERFORM Groupexception
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE excrepofile.

      *One of today's ERROR or WARN records into its group.
           Groupexception.
            MOVE excreporec(31:20) TO exckey
            INSPECT exckey REPLACING ALL "0" BY "#"
             ALL "1" BY "#" ALL "2" BY "#" ALL "3" BY "#"
             ALL "4" BY "#" ALL "5" BY "#" ALL "6" BY "#"
             ALL "7" BY "#" ALL "8" BY "#" ALL "9" BY "#"
            MOVE 0 TO excgrphit
            PERFORM VARYING excgrpidx FROM 1 BY 1
             UNTIL excgrpidx > excgrpcount OR excgrphit > 0
             IF xgprog(excgrpidx) = excreporec(10:14)
              AND xgpattern(excgrpidx) = exckey THEN
              MOVE excgrpidx TO excgrphit
             END-IF
            END-PERFORM
            IF excgrphit = 0 THEN
             IF excgrpcount >= 100 THEN
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO excgrpcount
             MOVE excgrpcount TO excgrphit
             MOVE excreporec(10:14) TO xgprog(excgrphit)
             MOVE excreporec(25:5) TO xgsev(excgrphit)
             MOVE exckey TO xgpattern(excgrphit)
             MOVE 0 TO xgcount(excgrphit)
            END-IF
            IF excreporec(25:5) = "ERROR" THEN
             MOVE "ERROR" TO xgsev(excgrphit)
            END-IF
            ADD 1 TO xgcount(excgrphit).

      *Today's exception groups, one line each with the case that
      *covers it or NO CASE; a page holds the first ten.
           Listexceptions.
            MOVE 0 TO excgrpmore
            PERFORM VARYING excgrpidx FROM 1 BY 1
             UNTIL excgrpidx > excgrpcount
             IF excgrpidx > 10 THEN
              ADD 1 TO excgrpmore
             ELSE
              PERFORM Findcase
              MOVE SPACES TO digestrec
              STRING "  " xgprog(excgrpidx) " " xgsev(excgrpidx)
               " " xgpattern(excgrpidx) " x" xgcount(excgrpidx)
               " " FUNCTION TRIM(casetext)
               DELIMITED BY SIZE INTO digestrec
              WRITE digestrec
             END-IF
            END-PERFORM
            IF excgrpmore > 0 THEN
             MOVE SPACES TO digestrec
             STRING "  ... " excgrpmore
              " more pattern(s) - see the excrecur report"
              DELIMITED BY SIZE INTO digestrec
             WRITE digestrec
            END-IF.

      *"CASE nnnn <state> <owner>" for group excgrpidx, or NO CASE;
      *seen today, a closed case is reopened by the lookup.
           Findcase.
            MOVE "NO CASE" TO casetext
            MOVE SPACES TO caseline
            MOVE xgprog(excgrpidx) TO csprogram
            MOVE xgpattern(excgrpidx) TO cspattern
            MOVE rundate TO cslastseen
            CALL "casesrv" USING caseop caseline caseresult
             ON EXCEPTION
              MOVE "99" TO caseresult
            END-CALL
            IF caseresult NOT= "00" AND caseresult NOT= "05" THEN
             EXIT PARAGRAPH
            END-IF
            IF csowner = SPACES THEN
             MOVE "UNASSIGNED" TO csowner
            END-IF
            MOVE SPACES TO casetext
            STRING "CASE " csnumber " " FUNCTION TRIM(csstate) " "
             FUNCTION TRIM(csowner)
             DELIMITED BY SIZE INTO casetext
            IF caseresult = "05" THEN
             MOVE SPACES TO logmsg
             STRING "case " csnumber " reopened - "
              FUNCTION TRIM(xgprog(excgrpidx)) " "
              FUNCTION TRIM(xgpattern(excgrpidx))
              " seen again " rundate
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
            END-IF.

      *Planned window end against the actual finish.
           Windowmargin.
            ACCEPT rawwindowend FROM ENVIRONMENT "DRIVER_WINDOWEND"
            END-PERFORM.

      *What carries into the day shift: restart files still on
      *disk, quarantined day6 blocks, unresolved day5 rejects,
      *day2 voids the ticketing desk has left overdue.
           Carryover.
            MOVE 0 TO carrycount
            MOVE SPACES TO probepath
              DELIMITED BY SIZE INTO carrytext
             PERFORM Probecarrynonempty
            END-PERFORM
            PERFORM Voidcarry
            IF carrycount = 0 THEN
             MOVE "CARRYOVER none" TO digestrec
             WRITE digestrec
             END-IF
            END-IF.

      *Carryover line when day2's void ledger holds voids the
      *ticketing desk has not confirmed within the age limit.
           Voidcarry.
            OPEN INPUT voidledgerfile
            IF voidledgerstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            READ voidledgerfile INTO voidledgerrec
             AT END
              MOVE SPACES TO voidledgerrec
            END-READ
            CLOSE voidledgerfile
            IF voidledgerrec(1:7) NOT= "LEDGER "
             OR voidledgerrec(46:4) IS NOT NUMERIC
             OR voidledgerrec(63:6) IS NOT NUMERIC
             OR voidledgerrec(78:6) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            MOVE voidledgerrec(46:4) TO voidmaxage
            MOVE voidledgerrec(63:6) TO voidoutstanding
            MOVE voidledgerrec(78:6) TO voidoverdue
            IF voidoverdue > 0 THEN
             ADD 1 TO carrycount
             MOVE SPACES TO digestrec
             STRING "CARRYOVER day2 voids overdue " voidoverdue
              " of " voidoutstanding " outstanding (over "
              voidmaxage " days, ledger " voidledgerrec(8:8) ")"
              DELIMITED BY SIZE INTO digestrec
             WRITE digestrec
            END-IF.

      *Overall grade: stopped batch or hard failures grade C/D,
      *drift or warnings grade B, a clean night grades A.
           Gradebatch.
