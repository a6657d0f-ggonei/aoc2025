       IDENTIFICATION DIVISION.
       PROGRAM-ID. trigger.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT deliveryfile ASSIGN TO deliverypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS deliverystatus.
               SELECT landfile ASSIGN TO landpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS landstatus.
               SELECT trigfile ASSIGN TO trigpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS trigstatus.

       DATA DIVISION.
           FILE SECTION.
             FD deliveryfile.
             01 deliveryrec PIC X(100).
             FD landfile.
             01 landrec PIC X(5000).
             FD trigfile.
             01 trigrec PIC X(120).

           WORKING-STORAGE SECTION.
      *Feed-arrival trigger. The batch used to start at a fixed
      *time whether or not the night's feeds had landed, so a late
      *delivery meant a batch on yesterday's inputs and a rerun in
      *the morning. The trigger watches the landing directory and
      *the delivery manifest stager already uses, and starts stager
      *and then the driver the moment the complete feed set is
      *there. Each weekday has a latest-start cutoff; past it the
      *batch goes ahead with whatever arrived, in degraded mode,
      *and a FEEDLATE alert is raised. Every decision and its
      *timings go to the trigger log the weekly rollup reads.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 logsg1 PIC Z(5)9.
             01 logsg2 PIC Z(5)9.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 batchroot PIC X(200) VALUE SPACES.
             01 landingdir PIC X(250) VALUE SPACES.
             01 landpath PIC X(250) VALUE SPACES.
             01 landstatus PIC X(2) VALUE SPACES.
             01 deliverypath PIC X(250) VALUE SPACES.
             01 deliverystatus PIC X(2) VALUE SPACES.
             01 trigpath PIC X(250) VALUE SPACES.
             01 trigstatus PIC X(2) VALUE SPACES.
             01 trigdate PIC X(8) VALUE SPACES.
             01 trigdate9 REDEFINES trigdate PIC 9(8).
             01 eof PIC 9(1) VALUE 0.
             01 deltok1 PIC X(10) VALUE SPACES.
             01 deltok2 PIC X(12) VALUE SPACES.
             01 deldaynum PIC 9(2) VALUE 0.
             01 feedday PIC 9(2) VALUE 0.
             01 feeddayx PIC 9(1) VALUE 0.
             01 feedrecs PIC 9(8) VALUE 0.
             01 feedsok PIC 9(1) VALUE 0.
             01 feedsset PIC 9(1) VALUE 0.
             01 manifestseen PIC 9(1) VALUE 0.
             01 setcomplete PIC 9(1) VALUE 0.
             01 feedtab.
               02 feedentry OCCURS 9 TIMES.
                 03 feedlisted PIC 9(1).
                 03 feedwant PIC 9(8).
                 03 feedok PIC 9(1).
             01 missinglist PIC X(40) VALUE SPACES.
             01 missptr PIC 9(3) VALUE 1.
      *Cutoff per weekday (TRIGGER_CUTOFF_MON .. _SUN), falling
      *back to TRIGGER_CUTOFF and then 04:00. The cutoff is the
      *first such time at or after the watch began, so a watch
      *started before midnight waits into the small hours.
             01 daynames PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
             01 trigdow PIC 9(1) VALUE 0.
             01 cutkey PIC X(30) VALUE SPACES.
             01 rawcutoff PIC X(6) VALUE SPACES.
             01 cutoff PIC X(6) VALUE "040000".
             01 cutabs PIC 9(12) VALUE 0.
             01 watchabs PIC 9(12) VALUE 0.
             01 watchstamp PIC X(14) VALUE SPACES.
             01 rawpoll PIC X(5) VALUE SPACES.
             01 pollsecs PIC 9(4) VALUE 60.
             01 sleepcmd PIC X(20) VALUE SPACES.
             01 decision PIC X(8) VALUE SPACES.
             01 arrived PIC X(6) VALUE SPACES.
             01 latesecs PIC 9(6) VALUE 0.
             01 clockop PIC X(4) VALUE SPACES.
             01 clockstamp PIC X(14) VALUE SPACES.
             01 clockabs PIC 9(12) VALUE 0.
             01 clockdisp PIC X(19) VALUE SPACES.
             01 calop PIC X(4) VALUE SPACES.
             01 calresult PIC X(1) VALUE SPACES.
             01 calnext PIC X(8) VALUE SPACES.
             01 alertclass PIC X(10) VALUE SPACES.
             01 alerttext PIC X(120) VALUE SPACES.
             01 launchcmd PIC X(400) VALUE SPACES.
             01 launchraw PIC S9(9) VALUE 0.
             01 stagerrc PIC S9(4) VALUE 0.
             01 driverrc PIC S9(4) VALUE 0.
             01 rundegraded PIC X(1) VALUE "N".
             COPY trigrec.

       PROCEDURE DIVISION.
      *TRIGGER_DATE names the batch date (default today),
      *TRIGGER_POLL the seconds between looks at the landing
      *directory (default 60). The trigger ends with the driver's
      *return code so the scheduler sees the batch outcome.
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
           ACCEPT landingdir FROM ENVIRONMENT "STAGE_LANDING"
           IF landingdir = SPACES THEN
            MOVE "STAGE_LANDING" TO confkey
            PERFORM Getconfig
            MOVE confval TO landingdir
           END-IF
           IF landingdir = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/landing'
             DELIMITED BY SIZE INTO landingdir
           END-IF
           ACCEPT deliverypath FROM ENVIRONMENT "STAGE_DELIVERY"
           IF deliverypath = SPACES THEN
            STRING FUNCTION TRIM(landingdir) '/delivery.txt'
             DELIMITED BY SIZE INTO deliverypath
           END-IF
           ACCEPT trigpath FROM ENVIRONMENT "TRIGGER_LOG"
           IF trigpath = SPACES THEN
            MOVE "TRIGGER_LOG" TO confkey
            PERFORM Getconfig
            MOVE confval TO trigpath
           END-IF
           IF trigpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/triggerlog.txt'
             DELIMITED BY SIZE INTO trigpath
           END-IF
           ACCEPT trigdate FROM ENVIRONMENT "TRIGGER_DATE"
           IF trigdate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO trigdate
           END-IF
           ACCEPT rawpoll FROM ENVIRONMENT "TRIGGER_POLL"
           IF rawpoll = SPACES THEN
            MOVE "TRIGGER_POLL" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawpoll
           END-IF
           IF rawpoll NOT= SPACES THEN
            COMPUTE pollsecs = FUNCTION NUMVAL(rawpoll)
           END-IF
           IF pollsecs < 1 THEN
            MOVE 60 TO pollsecs
           END-IF
           MOVE "NOW " TO clockop
           CALL "clockserv" USING clockop clockstamp clockabs
            clockdisp
           MOVE clockabs TO watchabs
           MOVE clockstamp TO watchstamp
           PERFORM Resolvecutoff
           MOVE SPACES TO logmsg
           STRING "trigger watching " FUNCTION TRIM(landingdir)
            " for " trigdate " - cutoff " cutoff
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
      *On a non-processing date no feeds are expected; the batch
      *starts straight away and its own calendar check decides
      *what runs.
           MOVE "ISPR" TO calop
           MOVE SPACE TO calresult
           CALL "calserv" USING calop trigdate calresult calnext
            ON EXCEPTION
             MOVE "Y" TO calresult
           END-CALL
           IF calresult = "N" THEN
            MOVE "NOFEED" TO decision
            PERFORM Checkfeeds
           END-IF
           PERFORM UNTIL decision NOT= SPACES
            PERFORM Checkfeeds
            MOVE "NOW " TO clockop
            CALL "clockserv" USING clockop clockstamp clockabs
             clockdisp
            EVALUATE TRUE
             WHEN setcomplete = 1
              MOVE "COMPLETE" TO decision
              MOVE clockstamp(9:6) TO arrived
             WHEN clockabs >= cutabs
              MOVE "CUTOFF" TO decision
             WHEN OTHER
              MOVE SPACES TO sleepcmd
              STRING "sleep " pollsecs
               DELIMITED BY SIZE INTO sleepcmd
              CALL "SYSTEM" USING sleepcmd
              MOVE 0 TO RETURN-CODE
            END-EVALUATE
           END-PERFORM
           IF decision = "CUTOFF" THEN
            PERFORM Raiselate
           ELSE
            MOVE SPACES TO logmsg
            MOVE feedsset TO logsg1
            STRING "trigger decision " FUNCTION TRIM(decision)
             " for " trigdate " - " FUNCTION TRIM(logsg1)
             " feed(s) in the set, starting the batch"
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
           END-IF
           MOVE "NOW " TO clockop
           CALL "clockserv" USING clockop clockstamp clockabs
            clockdisp
           COMPUTE latesecs = clockabs - watchabs
           MOVE clockstamp(9:6) TO tgstart
           PERFORM Runstager
           PERFORM Writetrigger
           PERFORM Rundriver
           MOVE driverrc TO RETURN-CODE
           STOP RUN.

      *Today's latest start from the weekday key, the general key
      *or the default, as an absolute time on the shared clock.
           Resolvecutoff.
            COMPUTE trigdow = FUNCTION MOD(
             FUNCTION INTEGER-OF-DATE(trigdate9) - 1, 7) + 1
            MOVE SPACES TO cutkey
            STRING "TRIGGER_CUTOFF_" daynames(trigdow * 3 - 2:3)
             DELIMITED BY SIZE INTO cutkey
            MOVE SPACES TO rawcutoff
            ACCEPT rawcutoff FROM ENVIRONMENT cutkey
            IF rawcutoff = SPACES THEN
             MOVE cutkey TO confkey
             PERFORM Getconfig
             MOVE confval TO rawcutoff
            END-IF
            IF rawcutoff = SPACES THEN
             ACCEPT rawcutoff FROM ENVIRONMENT "TRIGGER_CUTOFF"
            END-IF
            IF rawcutoff = SPACES THEN
             MOVE "TRIGGER_CUTOFF" TO confkey
             PERFORM Getconfig
             MOVE confval TO rawcutoff
            END-IF
            IF rawcutoff IS NUMERIC THEN
             MOVE rawcutoff TO cutoff
            ELSE
             IF rawcutoff NOT= SPACES THEN
              MOVE SPACES TO logmsg
              STRING "cutoff " FUNCTION TRIM(rawcutoff)
               " is not HHMMSS - using " cutoff
               DELIMITED BY SIZE INTO logmsg
              MOVE "WARN " TO logsev
              PERFORM Log
             END-IF
            END-IF
            MOVE "ABS " TO clockop
            MOVE SPACES TO clockstamp
            STRING watchstamp(1:8) cutoff
             DELIMITED BY SIZE INTO clockstamp
            CALL "clockserv" USING clockop clockstamp clockabs
             clockdisp
            MOVE clockabs TO cutabs
            IF cutabs < watchabs THEN
             ADD 86400 TO cutabs
            END-IF.

      *One look at the landing directory: the manifest lists the
      *set, and a feed counts as arrived once its file is there
      *with the record count the manifest promises (a file still
      *being transferred falls short).
           Checkfeeds.
            MOVE 0 TO feedsok feedsset manifestseen setcomplete
            PERFORM VARYING feedday FROM 1 BY 1 UNTIL feedday > 9
             MOVE 0 TO feedlisted(feedday)
             MOVE 0 TO feedwant(feedday)
             MOVE 0 TO feedok(feedday)
            END-PERFORM
            OPEN INPUT deliveryfile
            IF deliverystatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO manifestseen
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ deliveryfile INTO deliveryrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF deliveryrec NOT= SPACES
                AND deliveryrec(1:1) NOT= "*" THEN
                MOVE SPACES TO deltok1 deltok2
                UNSTRING deliveryrec DELIMITED BY ALL SPACES
                 INTO deltok1 deltok2
                IF deltok1(1:3) = "day"
                 AND deltok1(4:1) >= "1"
                 AND deltok1(4:1) <= "9" THEN
                 COMPUTE deldaynum =
                  FUNCTION NUMVAL(deltok1(4:1))
                 IF feedlisted(deldaynum) = 0 THEN
                  ADD 1 TO feedsset
                 END-IF
                 MOVE 1 TO feedlisted(deldaynum)
                 COMPUTE feedwant(deldaynum) =
                  FUNCTION NUMVAL(deltok2)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE deliveryfile
            PERFORM VARYING feedday FROM 1 BY 1 UNTIL feedday > 9
             IF feedlisted(feedday) = 1 THEN
              PERFORM Countfeed
             END-IF
            END-PERFORM
            IF feedsset > 0 AND feedsok = feedsset THEN
             MOVE 1 TO setcomplete
            END-IF.

      *Records in one landed feed against the manifest's count.
           Countfeed.
            MOVE feedday TO feeddayx
            MOVE SPACES TO landpath
            STRING FUNCTION TRIM(landingdir) '/day' feeddayx
             DELIMITED BY SIZE INTO landpath
            OPEN INPUT landfile
            IF landstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO feedrecs
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ landfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               ADD 1 TO feedrecs
             END-READ
            END-PERFORM
            CLOSE landfile
            IF feedrecs = feedwant(feedday) THEN
             MOVE 1 TO feedok(feedday)
             ADD 1 TO feedsok
            END-IF.

      *Past the cutoff: say which feeds never made it, log it and
      *page the feed owners before the batch goes ahead degraded.
           Raiselate.
            MOVE SPACES TO missinglist
            MOVE 1 TO missptr
            PERFORM VARYING feedday FROM 1 BY 1 UNTIL feedday > 9
             IF feedlisted(feedday) = 1
              AND feedok(feedday) = 0 THEN
              MOVE feedday TO feeddayx
              STRING " day" feeddayx
               DELIMITED BY SIZE INTO missinglist
               WITH POINTER missptr
             END-IF
            END-PERFORM
            IF manifestseen = 0 THEN
             MOVE " no delivery manifest" TO missinglist
            END-IF
            MOVE SPACES TO logmsg
            MOVE feedsok TO logsg1
            MOVE feedsset TO logsg2
            STRING "feed set for " trigdate " incomplete at cutoff "
             cutoff " (" FUNCTION TRIM(logsg1) " of "
             FUNCTION TRIM(logsg2) ") -"
             FUNCTION TRIM(missinglist, TRAILING)
             " - starting degraded"
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
            MOVE "Y" TO rundegraded
            MOVE "FEEDLATE" TO alertclass
            MOVE logmsg TO alerttext
            CALL "alerter" USING alertclass alerttext
             ON EXCEPTION
              CONTINUE
            END-CALL.

      *Stager installs whatever is in the landing directory for the
      *batch date; its refusal does not hold the batch, which then
      *runs degraded on the inputs already live.
           Runstager.
            MOVE SPACES TO launchcmd
            STRING "STAGE_DATE=" trigdate " "
             FUNCTION TRIM(batchroot) "/stager"
             DELIMITED BY SIZE INTO launchcmd
            CALL "SYSTEM" USING launchcmd
            COMPUTE launchraw = RETURN-CODE
            COMPUTE stagerrc = launchraw / 256
            IF stagerrc NOT= 0 THEN
             MOVE SPACES TO logmsg
             MOVE stagerrc TO logsg1
             STRING "stager ended rc " FUNCTION TRIM(logsg1)
              " - batch starts degraded on the live inputs"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             MOVE "Y" TO rundegraded
            END-IF.

      *The driver, with degraded fallback switched on whenever the
      *night's inputs are not the complete, staged set.
           Rundriver.
            MOVE SPACES TO launchcmd
            IF rundegraded = "Y" THEN
             STRING "DRIVER_DEGRADED=Y "
              FUNCTION TRIM(batchroot) "/driver"
              DELIMITED BY SIZE INTO launchcmd
            ELSE
             STRING FUNCTION TRIM(batchroot) "/driver"
              DELIMITED BY SIZE INTO launchcmd
            END-IF
            CALL "SYSTEM" USING launchcmd
            COMPUTE launchraw = RETURN-CODE
            COMPUTE driverrc = launchraw / 256
            MOVE SPACES TO logmsg
            MOVE driverrc TO logsg1
            STRING "batch started by trigger ended rc "
             FUNCTION TRIM(logsg1)
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *One decision record, appended before the driver starts so a
      *batch that never finishes still shows when it began.
           Writetrigger.
            MOVE trigdate TO tgdate
            MOVE watchstamp(9:6) TO tgwatch
            MOVE arrived TO tgarrived
            MOVE cutoff TO tgcutoff
            MOVE decision TO tgdecision
            MOVE latesecs TO tglate
            MOVE feedsok TO tgfeedsok
            MOVE feedsset TO tgfeedsset
            MOVE stagerrc TO tgstagerc
            OPEN EXTEND trigfile
            IF trigstatus = "35" THEN
             OPEN OUTPUT trigfile
            END-IF
            IF trigstatus = "00" THEN
             WRITE trigrec FROM trigline
             CLOSE trigfile
            END-IF.

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
