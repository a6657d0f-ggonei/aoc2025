       IDENTIFICATION DIVISION.
       PROGRAM-ID. statuspage.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT scorefile ASSIGN TO scorepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS scorestatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.
               SELECT historyfile ASSIGN TO historypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS historystatus.
               SELECT excrepofile ASSIGN TO excrepopath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS excrepostatus.
               SELECT ckfile ASSIGN TO ckfpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ckfstatus.
               SELECT ledgerfile ASSIGN TO ledgerpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ledgerstatus.
               SELECT trendfile ASSIGN TO trendpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS trendstatus.
               SELECT pagefile ASSIGN TO pagepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS pagestatus.
               SELECT datedfile ASSIGN TO datedpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS datedstatus.

       DATA DIVISION.
           FILE SECTION.
             FD scorefile.
             01 scorerec PIC X(80).
             FD reportfile.
             01 reportrec PIC X(80).
             FD historyfile.
             01 historyrec PIC X(80).
             FD excrepofile.
             01 excreporec PIC X(120).
             FD ckfile.
             01 ckrec PIC X(160).
             FD ledgerfile.
             01 ledgerrec PIC X(80).
             FD trendfile.
             01 trendrec PIC X(100).
             FD pagefile.
             01 pagerec PIC X(300).
             FD datedfile.
             01 datedrec PIC X(300).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 scorepath PIC X(250) VALUE SPACES.
             01 scorestatus PIC X(2) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 historypath PIC X(250) VALUE SPACES.
             01 historystatus PIC X(2) VALUE SPACES.
             01 excrepopath PIC X(250) VALUE SPACES.
             01 excrepostatus PIC X(2) VALUE SPACES.
             01 ckfpath PIC X(250) VALUE SPACES.
             01 ckfstatus PIC X(2) VALUE SPACES.
             01 ledgerpath PIC X(250) VALUE SPACES.
             01 ledgerstatus PIC X(2) VALUE SPACES.
             01 trendpath PIC X(250) VALUE SPACES.
             01 trendstatus PIC X(2) VALUE SPACES.
             01 publishdir PIC X(250) VALUE SPACES.
             01 pagepath PIC X(250) VALUE SPACES.
             01 pagestatus PIC X(2) VALUE SPACES.
             01 datedpath PIC X(250) VALUE SPACES.
             01 datedstatus PIC X(2) VALUE SPACES.
             01 syscmd PIC X(300) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 rundate PIC X(8) VALUE SPACES.
             01 runtime PIC X(6) VALUE SPACES.
             01 runid PIC X(11) VALUE "(none)".
             01 scoredate PIC X(8) VALUE SPACES.
             01 batchelapsed PIC X(8) VALUE SPACES.
             01 batchstopped PIC 9(1) VALUE 0.
             01 htmlline PIC X(300) VALUE SPACES.
             01 rawtext PIC X(120) VALUE SPACES.
             01 esctext PIC X(300) VALUE SPACES.
             01 htmlptr PIC 9(3) VALUE 1.
             01 escidx PIC 9(3) VALUE 0.
             01 escpos PIC 9(3) VALUE 0.
             01 rowclass PIC X(8) VALUE SPACES.
             01 daynum PIC 9(2) VALUE 0.
             01 dayx PIC 9(1) VALUE 0.
      *Scoreboard rows as the scoreboard printed them: day in
      *column 3, part answers at 7 and 27, verdict at 47 and the
      *DEGRADED or SUPPLEMENTAL flag after it.
             01 scoretab.
               02 scoreentry OCCURS 9 TIMES.
                 03 scfound PIC 9(1).
                 03 scp1 PIC X(18).
                 03 scp2 PIC X(18).
                 03 scverdict PIC X(8).
                 03 scdegraded PIC X(12).
      *Tonight's job lines off the batch report, each against the
      *average elapsed of its earlier clean runs in the run
      *history; slower than RUNTREND_PCT over that average is
      *flagged, as runtrend flags it.
             01 rawpct PIC X(4) VALUE SPACES.
             01 growpct PIC 9(3) VALUE 25.
             01 jobcount PIC 9(2) VALUE 0.
             01 jobidx PIC 9(2) VALUE 0.
             01 jobtab.
               02 jobentry OCCURS 60 TIMES.
                 03 pjname PIC X(14).
                 03 pjrc PIC S9(4).
                 03 pjelapsed PIC 9(7).
                 03 pjruns PIC 9(5).
                 03 pjsum PIC 9(11).
             01 jobavg PIC 9(7) VALUE 0.
             01 jobpct PIC 9(5) VALUE 0.
             01 rcedit PIC -(3)9.
             01 numedit PIC Z(6)9.
             01 pctedit PIC Z(4)9.
             01 histelapsed PIC 9(7) VALUE 0.
             01 degcount PIC 9(2) VALUE 0.
             01 degtab.
               02 degjob PIC X(14) OCCURS 20 TIMES.
             01 driftcount PIC 9(2) VALUE 0.
             01 drifttab.
               02 driftline PIC X(100) OCCURS 20 TIMES.
             01 warncount PIC 9(5) VALUE 0.
             01 errorcount PIC 9(5) VALUE 0.
             01 infocount PIC 9(5) VALUE 0.
      *Sign-off state per day, read the way the handover digest
      *reads it: the latest ledger decision, whether it was an
      *approval made today, and whether the day published today.
             01 signstates.
               02 signstate OCCURS 9 TIMES.
                 03 dayhaschk PIC 9(1).
                 03 daylastdec PIC X(7).
                 03 daylastby PIC X(12).
                 03 dayapptoday PIC 9(1).
             01 signtext PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
      *Browser status page for management and the day owners: one
      *self-contained HTML page (inline styles, no other files)
      *with the scoreboard coloured by verdict, each job's rc and
      *elapsed against its history, today's exception counts by
      *severity, sign-off per day and the degraded and drift
      *flags. Run by the driver at the end of the batch and on
      *demand, it only reads outputs that already exist - nothing
      *is recomputed. The page goes to the publish directory as
      *status.html with a dated copy kept beside it.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           MOVE FUNCTION CURRENT-DATE(9:6) TO runtime
           ACCEPT scorepath FROM ENVIRONMENT "SCOREBOARD_REPORT"
           IF scorepath = SPACES THEN
            MOVE "SCOREBOARD_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO scorepath
           END-IF
           IF scorepath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/scoreboard.txt'
             DELIMITED BY SIZE INTO scorepath
           END-IF
           ACCEPT reportpath FROM ENVIRONMENT "DRIVER_REPORT"
           IF reportpath = SPACES THEN
            MOVE "DRIVER_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportpath
           END-IF
           IF reportpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/batchreport.txt'
             DELIMITED BY SIZE INTO reportpath
           END-IF
           ACCEPT historypath FROM ENVIRONMENT "DRIVER_RUNHISTORY"
           IF historypath = SPACES THEN
            MOVE "DRIVER_RUNHISTORY" TO confkey
            PERFORM Getconfig
            MOVE confval TO historypath
           END-IF
           IF historypath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/runhistory.txt'
             DELIMITED BY SIZE INTO historypath
           END-IF
           ACCEPT rawpct FROM ENVIRONMENT "RUNTREND_PCT"
           IF rawpct = SPACES THEN
            MOVE "RUNTREND_PCT" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawpct
           END-IF
           IF rawpct NOT= SPACES THEN
            COMPUTE growpct = FUNCTION NUMVAL(rawpct)
           END-IF
           ACCEPT ckfpath FROM ENVIRONMENT "CHECKSTATUS_PATH"
           IF ckfpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/checkstatus.txt'
             DELIMITED BY SIZE INTO ckfpath
           END-IF
           STRING FUNCTION TRIM(batchroot) '/signoffledger.txt'
            DELIMITED BY SIZE INTO ledgerpath
           STRING FUNCTION TRIM(batchroot) '/trend.txt'
            DELIMITED BY SIZE INTO trendpath
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/exceptionrepo_'
             rundate(1:6) '.txt'
             DELIMITED BY SIZE INTO excrepopath
            OPEN INPUT excrepofile
            IF excrepostatus = "00" THEN
             CLOSE excrepofile
            ELSE
             MOVE SPACES TO excrepopath
             STRING FUNCTION TRIM(batchroot)
              '/exceptionrepo.txt'
              DELIMITED BY SIZE INTO excrepopath
            END-IF
           END-IF
           ACCEPT publishdir FROM ENVIRONMENT "STATUS_PUBLISH"
           IF publishdir = SPACES THEN
            MOVE "STATUS_PUBLISH" TO confkey
            PERFORM Getconfig
            MOVE confval TO publishdir
           END-IF
           IF publishdir = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/publish'
             DELIMITED BY SIZE INTO publishdir
           END-IF
           MOVE SPACES TO syscmd
           STRING "mkdir -p " FUNCTION TRIM(publishdir)
            DELIMITED BY SIZE INTO syscmd
           CALL "SYSTEM" USING syscmd
           MOVE 0 TO RETURN-CODE
           STRING FUNCTION TRIM(publishdir) '/status.html'
            DELIMITED BY SIZE INTO pagepath
           STRING FUNCTION TRIM(publishdir) '/status_' rundate
            '.html'
            DELIMITED BY SIZE INTO datedpath
           PERFORM Readscoreboard
           PERFORM Readbatchreport
           PERFORM Readhistory
           PERFORM Countexceptions
           PERFORM Readsignoff
           PERFORM Readdrift
           OPEN OUTPUT pagefile
           MOVE "pagefile" TO errfile
           MOVE pagestatus TO errstatus
           PERFORM Checkstatus
           OPEN OUTPUT datedfile
           MOVE "datedfile" TO errfile
           MOVE datedstatus TO errstatus
           PERFORM Checkstatus
           PERFORM Writehead
           PERFORM Writescoreboard
           PERFORM Writejobs
           PERFORM Writeexceptions
           PERFORM Writeflags
           MOVE "</body></html>" TO htmlline
           PERFORM Putline
           CLOSE pagefile
           CLOSE datedfile
           CALL "runreg" USING datedpath
           MOVE SPACES TO logmsg
           STRING "status page at " FUNCTION TRIM(pagepath)
            " - " jobcount " job(s), " degcount " degraded, "
            driftcount " drift"
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

      *One line of HTML to the current page and its dated copy.
           Putline.
            WRITE pagerec FROM htmlline
            WRITE datedrec FROM htmlline
            MOVE SPACES TO htmlline.

      *rawtext with &, < and > made safe for the page, in esctext.
           Escapetext.
            MOVE SPACES TO esctext
            MOVE 1 TO escpos
            PERFORM VARYING escidx FROM 1 BY 1
             UNTIL escidx > FUNCTION LENGTH(FUNCTION TRIM(rawtext
              TRAILING))
             EVALUATE rawtext(escidx:1)
              WHEN "&"
               STRING "&amp;" DELIMITED BY SIZE INTO esctext
                WITH POINTER escpos
              WHEN "<"
               STRING "&lt;" DELIMITED BY SIZE INTO esctext
                WITH POINTER escpos
              WHEN ">"
               STRING "&gt;" DELIMITED BY SIZE INTO esctext
                WITH POINTER escpos
              WHEN OTHER
               STRING rawtext(escidx:1) DELIMITED BY SIZE
                INTO esctext WITH POINTER escpos
             END-EVALUATE
            END-PERFORM.

      *The scoreboard's day rows and its run date.
           Readscoreboard.
            PERFORM VARYING daynum FROM 1 BY 1 UNTIL daynum > 9
             MOVE 0 TO scfound(daynum)
            END-PERFORM
            OPEN INPUT scorefile
            IF scorestatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ scorefile
              AT END
               MOVE 1 TO eof
              NOT AT END
               EVALUATE TRUE
                WHEN scorerec(1:10) = " RUN DATE "
                 MOVE scorerec(11:8) TO scoredate
                WHEN scorerec(1:2) = SPACES
                 AND scorerec(3:1) IS NUMERIC
                 AND scorerec(3:1) NOT= "0"
                 AND scorerec(4:3) = SPACES
                 MOVE scorerec(3:1) TO daynum
                 MOVE 1 TO scfound(daynum)
                 MOVE scorerec(7:18) TO scp1(daynum)
                 MOVE scorerec(27:18) TO scp2(daynum)
                 MOVE scorerec(47:8) TO scverdict(daynum)
                 MOVE scorerec(56:12) TO scdegraded(daynum)
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE scorefile.

      *Job lines, run id, degraded jobs and the batch total off
      *tonight's batch report; a retried job keeps its last line.
           Readbatchreport.
            OPEN INPUT reportfile
            IF reportstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ reportfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               EVALUATE TRUE
                WHEN reportrec(1:6) = "RUNID "
                 MOVE reportrec(7:11) TO runid
                WHEN reportrec(15:14) = " return code "
                 PERFORM Takejob
                WHEN reportrec(15:16) = " DEGRADED using "
                 AND degcount < 20
                 ADD 1 TO degcount
                 MOVE reportrec(1:14) TO degjob(degcount)
                WHEN reportrec(1:23) = "batch elapsed seconds: "
                 MOVE reportrec(24:8) TO batchelapsed
                WHEN reportrec(1:13) = "batch stopped"
                 MOVE 1 TO batchstopped
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE reportfile.

           Takejob.
            PERFORM VARYING jobidx FROM 1 BY 1
             UNTIL jobidx > jobcount
             OR pjname(jobidx) = reportrec(1:14)
             CONTINUE
            END-PERFORM
            IF jobidx > jobcount THEN
             IF jobcount >= 60 THEN
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO jobcount
             MOVE jobcount TO jobidx
             MOVE reportrec(1:14) TO pjname(jobidx)
             MOVE 0 TO pjruns(jobidx) pjsum(jobidx)
            END-IF
            COMPUTE pjrc(jobidx) = FUNCTION NUMVAL(reportrec(28:5))
            COMPUTE pjelapsed(jobidx) =
             FUNCTION NUMVAL(reportrec(42:7)).

      *Earlier clean runs of tonight's jobs from the run history.
           Readhistory.
            OPEN INPUT historyfile
            IF historystatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ historyfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF historyrec(1:8) < rundate
                AND historyrec(38:3) = "000" THEN
                PERFORM VARYING jobidx FROM 1 BY 1
                 UNTIL jobidx > jobcount
                 IF pjname(jobidx) = historyrec(10:14) THEN
                  COMPUTE histelapsed =
                   FUNCTION NUMVAL(historyrec(25:7))
                  ADD 1 TO pjruns(jobidx)
                  ADD histelapsed TO pjsum(jobidx)
                 END-IF
                END-PERFORM
               END-IF
             END-READ
            END-PERFORM
            CLOSE historyfile.

      *Today's exception counts by severity.
           Countexceptions.
            OPEN INPUT excrepofile
            IF excrepostatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ excrepofile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF excreporec(1:8) = rundate THEN
                EVALUATE excreporec(25:5)
                 WHEN "ERROR" ADD 1 TO errorcount
                 WHEN "WARN " ADD 1 TO warncount
                 WHEN "INFO " ADD 1 TO infocount
                 WHEN OTHER CONTINUE
                END-EVALUATE
               END-IF
             END-READ
            END-PERFORM
            CLOSE excrepofile.

      *Which days published today and the latest sign-off ledger
      *decision on each.
           Readsignoff.
            PERFORM VARYING daynum FROM 1 BY 1 UNTIL daynum > 9
             MOVE 0 TO dayhaschk(daynum)
             MOVE SPACES TO daylastdec(daynum)
             MOVE SPACES TO daylastby(daynum)
             MOVE 0 TO dayapptoday(daynum)
            END-PERFORM
            OPEN INPUT ckfile
            IF ckfstatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ ckfile
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF ckrec(1:3) = "day"
                 AND ckrec(4:1) IS NUMERIC
                 AND ckrec(4:1) NOT= "0"
                 AND ckrec(16:8) = rundate THEN
                 MOVE ckrec(4:1) TO daynum
                 MOVE 1 TO dayhaschk(daynum)
                END-IF
              END-READ
             END-PERFORM
             CLOSE ckfile
            END-IF
            OPEN INPUT ledgerfile
            IF ledgerstatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ ledgerfile
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF ledgerrec(17:3) = "day"
                 AND ledgerrec(20:1) IS NUMERIC
                 AND ledgerrec(20:1) NOT= "0" THEN
                 MOVE ledgerrec(20:1) TO daynum
                 MOVE ledgerrec(22:7) TO daylastdec(daynum)
                 MOVE ledgerrec(30:12) TO daylastby(daynum)
                 IF ledgerrec(1:8) = rundate
                  AND ledgerrec(22:7) = "APPROVE" THEN
                  MOVE 1 TO dayapptoday(daynum)
                 END-IF
                END-IF
              END-READ
             END-PERFORM
             CLOSE ledgerfile
            END-IF.

      *DRIFT lines from the scoreboard's trend report.
           Readdrift.
            OPEN INPUT trendfile
            IF trendstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ trendfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF trendrec(73:9) = "<<< DRIFT" AND driftcount < 20
               THEN
                ADD 1 TO driftcount
                MOVE trendrec TO driftline(driftcount)
               END-IF
             END-READ
            END-PERFORM
            CLOSE trendfile.

      *Page head, inline style sheet and the run banner.
           Writehead.
            MOVE "<!DOCTYPE html>" TO htmlline
            PERFORM Putline
            MOVE '<html><head><meta charset="utf-8">' TO htmlline
            PERFORM Putline
            STRING "<title>Nightly batch status " rundate
             "</title>"
             DELIMITED BY SIZE INTO htmlline
            PERFORM Putline
            MOVE "<style>" TO htmlline
            PERFORM Putline
            MOVE "body{font-family:sans-serif;margin:1em 2em}"
             TO htmlline
            PERFORM Putline
            MOVE "table{border-collapse:collapse;margin-bottom:1em}"
             TO htmlline
            PERFORM Putline
            MOVE "td,th{border:1px solid #999;padding:2px 8px}"
             TO htmlline
            PERFORM Putline
            MOVE "td.num{text-align:right}" TO htmlline
            PERFORM Putline
            MOVE ".ok{background:#c6efce}.bad{background:#ffc7ce}"
             TO htmlline
            PERFORM Putline
            MOVE ".warn{background:#ffeb9c}.idle{background:#eeeeee}"
             TO htmlline
            PERFORM Putline
            MOVE "</style></head><body>" TO htmlline
            PERFORM Putline
            MOVE "<h1>Nightly batch status</h1>" TO htmlline
            PERFORM Putline
            STRING "<p>Run date " rundate " - run id "
             FUNCTION TRIM(runid) " - batch elapsed "
             FUNCTION TRIM(batchelapsed) " sec - page written "
             runtime(1:2) ":" runtime(3:2) ":" runtime(5:2)
             "</p>"
             DELIMITED BY SIZE INTO htmlline
            PERFORM Putline
            IF batchstopped = 1 THEN
             MOVE '<p class="bad">The batch stopped on a failure.</p>'
              TO htmlline
             PERFORM Putline
            END-IF.

      *Scoreboard rows coloured by verdict, with sign-off status.
           Writescoreboard.
            STRING "<h2>Scoreboard " scoredate "</h2>"
             DELIMITED BY SIZE INTO htmlline
            PERFORM Putline
            STRING "<table><tr><th>Day</th><th>Part 1</th>"
             "<th>Part 2</th><th>Verdict</th><th>Flag</th>"
             "<th>Sign-off</th></tr>"
             DELIMITED BY SIZE INTO htmlline
            PERFORM Putline
            PERFORM VARYING daynum FROM 1 BY 1 UNTIL daynum > 9
             IF scfound(daynum) = 1 THEN
              EVALUATE scverdict(daynum)
               WHEN "MATCH"
                MOVE "ok" TO rowclass
               WHEN "MISMATCH"
                MOVE "bad" TO rowclass
               WHEN OTHER
                MOVE "idle" TO rowclass
              END-EVALUATE
              IF scdegraded(daynum) = "DEGRADED"
               AND rowclass = "ok" THEN
               MOVE "warn" TO rowclass
              END-IF
              PERFORM Daysignoff
              MOVE daynum TO dayx
              STRING '<tr class="' FUNCTION TRIM(rowclass) '"><td>'
               dayx "</td><td>" FUNCTION TRIM(scp1(daynum))
               "</td><td>" FUNCTION TRIM(scp2(daynum))
               "</td><td>" FUNCTION TRIM(scverdict(daynum))
               "</td><td>" FUNCTION TRIM(scdegraded(daynum))
               "</td><td>" FUNCTION TRIM(signtext)
               "</td></tr>"
               DELIMITED BY SIZE INTO htmlline
              PERFORM Putline
             END-IF
            END-PERFORM
            MOVE "</table>" TO htmlline
            PERFORM Putline.

      *APPROVED, HELD, UNSIGNED or the last decision for daynum.
           Daysignoff.
            MOVE SPACES TO signtext
            EVALUATE TRUE
             WHEN daylastdec(daynum) = "HOLD"
              STRING "HELD by " FUNCTION TRIM(daylastby(daynum))
               DELIMITED BY SIZE INTO signtext
             WHEN dayapptoday(daynum) = 1
              STRING "APPROVED by "
               FUNCTION TRIM(daylastby(daynum))
               DELIMITED BY SIZE INTO signtext
             WHEN dayhaschk(daynum) = 1
              MOVE "UNSIGNED" TO signtext
             WHEN daylastdec(daynum) NOT= SPACES
              STRING "last " FUNCTION TRIM(daylastdec(daynum))
               " by " FUNCTION TRIM(daylastby(daynum))
               DELIMITED BY SIZE INTO signtext
             WHEN OTHER
              MOVE "-" TO signtext
            END-EVALUATE.

      *One row per job: rc, elapsed, history average and the
      *percentage of it tonight's run took.
           Writejobs.
            MOVE "<h2>Jobs</h2>" TO htmlline
            PERFORM Putline
            STRING "<table><tr><th>Job</th><th>RC</th>"
             "<th>Elapsed sec</th><th>Average sec</th>"
             "<th>% of average</th><th>Runs</th></tr>"
             DELIMITED BY SIZE INTO htmlline
            PERFORM Putline
            PERFORM VARYING jobidx FROM 1 BY 1
             UNTIL jobidx > jobcount
             MOVE 0 TO jobavg jobpct
             IF pjruns(jobidx) > 0 THEN
              COMPUTE jobavg ROUNDED =
               pjsum(jobidx) / pjruns(jobidx)
             END-IF
             IF jobavg > 0 THEN
              COMPUTE jobpct ROUNDED =
               pjelapsed(jobidx) * 100 / jobavg
             END-IF
             EVALUATE TRUE
              WHEN pjrc(jobidx) NOT= 0
               MOVE "bad" TO rowclass
              WHEN jobavg > 0 AND jobpct > 100 + growpct
               MOVE "warn" TO rowclass
              WHEN OTHER
               MOVE "ok" TO rowclass
             END-EVALUATE
             MOVE pjrc(jobidx) TO rcedit
             MOVE 1 TO htmlptr
             STRING '<tr class="' FUNCTION TRIM(rowclass) '"><td>'
              FUNCTION TRIM(pjname(jobidx))
              '</td><td class="num">' FUNCTION TRIM(rcedit)
              DELIMITED BY SIZE INTO htmlline WITH POINTER htmlptr
             MOVE pjelapsed(jobidx) TO numedit
             STRING '</td><td class="num">' FUNCTION TRIM(numedit)
              DELIMITED BY SIZE INTO htmlline WITH POINTER htmlptr
             IF jobavg > 0 THEN
              MOVE jobavg TO numedit
              MOVE jobpct TO pctedit
              STRING '</td><td class="num">' FUNCTION TRIM(numedit)
               '</td><td class="num">' FUNCTION TRIM(pctedit)
               DELIMITED BY SIZE INTO htmlline WITH POINTER htmlptr
             ELSE
              STRING '</td><td>-</td><td>-'
               DELIMITED BY SIZE INTO htmlline WITH POINTER htmlptr
             END-IF
             MOVE pjruns(jobidx) TO numedit
             STRING '</td><td class="num">' FUNCTION TRIM(numedit)
              '</td></tr>'
              DELIMITED BY SIZE INTO htmlline WITH POINTER htmlptr
             PERFORM Putline
            END-PERFORM
            MOVE "</table>" TO htmlline
            PERFORM Putline.

      *Today's exception counts by severity.
           Writeexceptions.
            MOVE "<h2>Exceptions today</h2>" TO htmlline
            PERFORM Putline
            STRING "<table><tr><th>ERROR</th><th>WARN</th>"
             "<th>INFO</th></tr>"
             DELIMITED BY SIZE INTO htmlline
            PERFORM Putline
            IF errorcount > 0 THEN
             MOVE "bad" TO rowclass
            ELSE
             IF warncount > 0 THEN
              MOVE "warn" TO rowclass
             ELSE
              MOVE "ok" TO rowclass
             END-IF
            END-IF
            MOVE 1 TO htmlptr
            MOVE errorcount TO numedit
            STRING '<tr class="' FUNCTION TRIM(rowclass) '">'
             '<td class="num">' FUNCTION TRIM(numedit)
             DELIMITED BY SIZE INTO htmlline WITH POINTER htmlptr
            MOVE warncount TO numedit
            STRING '</td><td class="num">' FUNCTION TRIM(numedit)
             DELIMITED BY SIZE INTO htmlline WITH POINTER htmlptr
            MOVE infocount TO numedit
            STRING '</td><td class="num">' FUNCTION TRIM(numedit)
             '</td></tr>'
             DELIMITED BY SIZE INTO htmlline WITH POINTER htmlptr
            PERFORM Putline
            MOVE "</table>" TO htmlline
            PERFORM Putline.

      *Degraded jobs and answer drift, or a line saying none.
           Writeflags.
            MOVE "<h2>Degraded and drift flags</h2>" TO htmlline
            PERFORM Putline
            IF degcount = 0 AND driftcount = 0 THEN
             MOVE '<p class="ok">No degraded jobs, no answer drift.</p>'
              TO htmlline
             PERFORM Putline
             EXIT PARAGRAPH
            END-IF
            MOVE "<ul>" TO htmlline
            PERFORM Putline
            PERFORM VARYING jobidx FROM 1 BY 1
             UNTIL jobidx > degcount
             STRING '<li class="warn">DEGRADED '
              FUNCTION TRIM(degjob(jobidx))
              ' ran on an archived input after a gate FAIL'
              DELIMITED BY SIZE INTO htmlline
             IF degjob(jobidx)(4:1) IS NUMERIC
              AND degjob(jobidx)(4:1) NOT= "0" THEN
              MOVE degjob(jobidx)(4:1) TO daynum
              IF scdegraded(daynum) = "SUPPLEMENTAL" THEN
               MOVE '<li class="ok">DEGRADED ' TO htmlline
               STRING FUNCTION TRIM(degjob(jobidx))
                ' - answer replaced by a supplemental run'
                DELIMITED BY SIZE INTO htmlline(25:)
              END-IF
             END-IF
             STRING FUNCTION TRIM(htmlline) '</li>'
              DELIMITED BY SIZE INTO esctext
             MOVE esctext TO htmlline
             PERFORM Putline
            END-PERFORM
            PERFORM VARYING jobidx FROM 1 BY 1
             UNTIL jobidx > driftcount
             MOVE driftline(jobidx) TO rawtext
             PERFORM Escapetext
             STRING '<li class="warn">DRIFT ' FUNCTION TRIM(esctext)
              '</li>'
              DELIMITED BY SIZE INTO htmlline
             PERFORM Putline
            END-PERFORM
            MOVE "</ul>" TO htmlline
            PERFORM Putline.

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
