               SELECT ackfile ASSIGN TO ackpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ackstatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.
               SELECT lockfile ASSIGN TO lockpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS lockstatus.

       DATA DIVISION.
           FILE SECTION.
             01 dstatrec PIC X(100).
             FD ackfile.
             01 ackrec PIC X(150).
             FD reportfile.
             01 reportrec PIC X(80).
             FD lockfile.
             01 lockrec PIC X(100).

           WORKING-STORAGE SECTION.
      *Input staging. The day feeds used to be dropped straight
             01 ackverdict PIC X(8) VALUE SPACES.
             01 ackreason PIC X(60) VALUE SPACES.
             01 ackrecs PIC 9(8) VALUE 0.
             01 ackfeed PIC X(12) VALUE SPACES.
             01 deleof PIC 9(1) VALUE 0.
             01 deltok1 PIC X(10) VALUE SPACES.
             01 deltok2 PIC X(12) VALUE SPACES.
             01 deltok3 PIC X(12) VALUE SPACES.
             01 deldaynum PIC 9(2) VALUE 0.
      *Every acknowledged delivery, and every feed that landed after
      *the batch had already run its day degraded, also goes to the
      *feed-quality ledger (feedqual) for the monthly supplier
      *scorecard; a refusal is filed under the first word of its
      *reason (EMPTY, SHAPE, MISSING, RECORDS, CHECKSUM ...).
             01 fqop PIC X(4) VALUE SPACES.
             COPY feedrec.
             01 setbad PIC 9(2) VALUE 0.
             01 checksum PIC 9(7) VALUE 0.
             01 settab.
                 03 setrecs PIC 9(8).
                 03 setsum PIC 9(7).
                 03 setshapebad PIC 9(7).
                 03 setinstalled PIC 9(1).
      *Preview requests: a corrected day1 feed landed as
      *day1preview is never installed. It is run through day1's
      *preview mode against the live dial state and thresholds,
      *and the preview report is dropped in the ack directory
      *beside its acknowledgment for upstream to collect.
             01 previewing PIC 9(1) VALUE 0.
             01 previewreport PIC X(250) VALUE SPACES.
             01 previewcmd PIC X(600) VALUE SPACES.
             01 previewrc PIC 9(3) VALUE 0.
             01 calop PIC X(4) VALUE SPACES.
             01 calresult PIC X(1) VALUE SPACES.
             01 calnext PIC X(8) VALUE SPACES.
      *Late feeds: a day's feed installed after tonight's batch
      *already ran that day DEGRADED on an archived input (the
      *batchreport's run id carries tonight's date and the day's
      *jobs have DEGRADED lines) starts a supplemental driver run
      *of that day and its dependents, linked to tonight's run id,
      *once the batch has released its run lock. STAGE_SUPPLEMENT
      *N turns this off.
             01 suppmode PIC X(1) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 lockpath PIC X(250) VALUE SPACES.
             01 lockstatus PIC X(2) VALUE SPACES.
             01 batchrunid PIC X(11) VALUE SPACES.
             01 repeof PIC 9(1) VALUE 0.
             01 degdaynum PIC 9(2) VALUE 0.
             01 degdays.
               02 degday PIC 9(1) OCCURS 9 TIMES.
             01 suppreport PIC X(250) VALUE SPACES.
             01 suppcmd PIC X(800) VALUE SPACES.
             01 supprc PIC 9(3) VALUE 0.
             01 classtable-values.
               02 FILLER PIC X(1) VALUE "D".
               02 FILLER PIC X(1) VALUE "R".
             END-IF
            END-PERFORM
           END-IF
           IF onlyday = SPACES OR onlyday = "1" THEN
            PERFORM Previewday1
           END-IF
           IF stagedcount > 0 THEN
            PERFORM Checklatefeeds
           END-IF
           MOVE SPACES TO logmsg
           MOVE stagedcount TO numedit
           STRING "staging complete - "
             MOVE 0 TO setrecs(staday)
             MOVE 0 TO setsum(staday)
             MOVE 0 TO setshapebad(staday)
             MOVE 0 TO setinstalled(staday)
            END-PERFORM
            OPEN INPUT deliveryfile
            IF deliverystatus NOT= "00" THEN
            DELETE FILE copyinfile
            CALL "runreg" USING inputpath
            ADD 1 TO stagedcount
            MOVE 1 TO setinstalled(staday)
            MOVE SPACES TO logmsg
            MOVE reccount TO numedit
            STRING "day" stadayx " feed installed - "
            MOVE SPACES TO ackreason
            PERFORM Writeack.

      *Checks a landed day1preview feed's shape, runs day1 in
      *preview mode on it and acknowledges it with the preview
      *report named in the reason. A preview never installs
      *anything and a refused one is a WARN, not a failed staging;
      *a previewed feed is removed from the landing directory.
           Previewday1.
            MOVE SPACES TO landpath
            STRING FUNCTION TRIM(landingdir) "/day1preview"
             DELIMITED BY SIZE INTO landpath
            OPEN INPUT landfile
            IF landstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO previewing
            MOVE "day1preview" TO ackfeed
            MOVE 1 TO staday
            MOVE 1 TO stadayx
            MOVE 0 TO reccount
            MOVE 0 TO badcount
            MOVE 0 TO landeof
            PERFORM UNTIL landeof = 1
             READ landfile INTO landrec
              AT END
               MOVE 1 TO landeof
              NOT AT END
               ADD 1 TO reccount
               PERFORM Checkrecord
               IF recbad = 1 THEN
                ADD 1 TO badcount
               END-IF
             END-READ
            END-PERFORM
            CLOSE landfile
            MOVE reccount TO ackrecs
            IF reccount = 0 OR badcount > 0 THEN
             MOVE "REFUSED " TO ackverdict
             MOVE SPACES TO ackreason
             IF reccount = 0 THEN
              MOVE "EMPTY" TO ackreason
             ELSE
              MOVE badcount TO numedit
              STRING "SHAPE " FUNCTION TRIM(numedit)
               " bad record(s)"
               DELIMITED BY SIZE INTO ackreason
             END-IF
             MOVE SPACES TO logmsg
             STRING "day1 preview feed refused - "
              FUNCTION TRIM(ackreason)
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             PERFORM Writeack
             MOVE 0 TO previewing
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO previewreport
            STRING FUNCTION TRIM(ackdir) "/preview_day1_"
             stagedate ".txt"
             DELIMITED BY SIZE INTO previewreport
            MOVE SPACES TO previewcmd
            STRING "DAY1_PREVIEW=Y DAY1_INPUT="
             FUNCTION TRIM(landpath)
             " DAY1_PREVIEW_REPORT=" FUNCTION TRIM(previewreport)
             " " FUNCTION TRIM(batchroot) "/day1/day1"
             DELIMITED BY SIZE INTO previewcmd
            CALL "SYSTEM" USING previewcmd
            COMPUTE previewrc = RETURN-CODE / 256
            MOVE 0 TO RETURN-CODE
            MOVE SPACES TO ackreason
            EVALUATE previewrc
             WHEN 0
              MOVE "PREVIEW " TO ackverdict
              STRING "NO ALARMS - preview_day1_" stagedate ".txt"
               DELIMITED BY SIZE INTO ackreason
             WHEN 4
              MOVE "PREVIEW " TO ackverdict
              STRING "ALARMS WOULD FIRE - preview_day1_" stagedate
               ".txt"
               DELIMITED BY SIZE INTO ackreason
             WHEN OTHER
              MOVE "REFUSED " TO ackverdict
              STRING "PREVIEW FAILED rc " previewrc
               DELIMITED BY SIZE INTO ackreason
            END-EVALUATE
            MOVE SPACES TO logmsg
            STRING "day1 preview " FUNCTION TRIM(ackverdict) " - "
             FUNCTION TRIM(ackreason)
             DELIMITED BY SIZE INTO logmsg
            IF previewrc = 0 OR previewrc = 4 THEN
             MOVE "INFO " TO logsev
             DELETE FILE landfile
            ELSE
             MOVE "WARN " TO logsev
            END-IF
            PERFORM Log
            PERFORM Writeack
            MOVE 0 TO previewing.

      *One acknowledgment record for the current day's landed feed,
      *dropped where upstream's transfer job polls.
           Writeack.
            IF previewing = 0 THEN
             MOVE setrecs(staday) TO ackrecs
             MOVE SPACES TO ackfeed
             STRING "day" stadayx DELIMITED BY SIZE INTO ackfeed
             PERFORM Postdelivery
            END-IF
            MOVE SPACES TO ackpath
            STRING FUNCTION TRIM(ackdir) "/ack_"
             FUNCTION TRIM(ackfeed) "_" stagedate ".txt"
             DELIMITED BY SIZE INTO ackpath
            OPEN OUTPUT ackfile
            IF ackstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO ackrec
            STRING FUNCTION TRIM(ackfeed) "|" stagedate "|"
             ackrecs "|" FUNCTION TRIM(ackverdict)
             "|" FUNCTION TRIM(ackreason)
             DELIMITED BY SIZE INTO ackrec
            WRITE ackrec
            CLOSE ackfile.

      *The acknowledged delivery, as the feed-quality ledger keeps
      *it.
           Postdelivery.
            MOVE stagedate TO fqdate
            MOVE ackfeed TO fqfeed
            MOVE ackverdict TO fqkind
            MOVE "stager" TO fqprogram
            MOVE ackrecs TO fqreceived
            MOVE 0 TO fqrejected
            MOVE 0 TO fqrecycled
            MOVE 0 TO fqquarant
            MOVE SPACES TO fqreason
            UNSTRING ackreason DELIMITED BY SPACE INTO fqreason
            MOVE "EVNT" TO fqop
            CALL "feedqual" USING fqop feedline.

      *A feed installed after tonight's batch ran its day degraded.
           Postlate.
            MOVE stagedate TO fqdate
            MOVE SPACES TO fqfeed
            STRING "day" stadayx DELIMITED BY SIZE INTO fqfeed
            MOVE "LATE" TO fqkind
            MOVE "stager" TO fqprogram
            MOVE setrecs(staday) TO fqreceived
            MOVE 0 TO fqrejected
            MOVE 0 TO fqrecycled
            MOVE 0 TO fqquarant
            MOVE "AFTER DEGRADED RUN" TO fqreason
            MOVE "EVNT" TO fqop
            CALL "feedqual" USING fqop feedline.

      *One record against the day's shape class. Blank records
      *always pass.
           Checkrecord.
              CONTINUE
            END-EVALUATE.

      *Finds the days tonight's batch ran degraded and starts a
      *supplemental run for each one whose feed just installed.
           Checklatefeeds.
            ACCEPT suppmode FROM ENVIRONMENT "STAGE_SUPPLEMENT"
            IF suppmode = SPACES THEN
             MOVE "STAGE_SUPPLEMENT" TO confkey
             PERFORM Getconfig
             MOVE confval TO suppmode
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
            PERFORM VARYING degdaynum FROM 1 BY 1
             UNTIL degdaynum > 9
             MOVE 0 TO degday(degdaynum)
            END-PERFORM
            MOVE SPACES TO batchrunid
            OPEN INPUT reportfile
            IF reportstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO repeof
            PERFORM UNTIL repeof = 1
             READ reportfile
              AT END
               MOVE 1 TO repeof
              NOT AT END
               IF reportrec(1:6) = "RUNID " THEN
                MOVE reportrec(7:11) TO batchrunid
               END-IF
               IF reportrec(15:16) = " DEGRADED using "
                AND reportrec(1:3) = "day"
                AND reportrec(4:1) >= "1"
                AND reportrec(4:1) <= "9" THEN
                MOVE reportrec(4:1) TO degdaynum
                MOVE 1 TO degday(degdaynum)
               END-IF
             END-READ
            END-PERFORM
            CLOSE reportfile
            IF batchrunid(1:8) NOT= stagedate THEN
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING staday FROM 1 BY 1 UNTIL staday > 9
             IF setinstalled(staday) = 1
              AND degday(staday) = 1 THEN
              MOVE staday TO stadayx
              PERFORM Postlate
              IF suppmode NOT= "N" THEN
               PERFORM Launchsupplement
              END-IF
             END-IF
            END-PERFORM.

      *One supplemental driver run for the late-fed day, with its
      *own checkpoint; the driver names its report after the day
      *and date, leaving tonight's as it is.
           Launchsupplement.
            ACCEPT lockpath FROM ENVIRONMENT "DRIVER_LOCK"
            IF lockpath = SPACES THEN
             STRING FUNCTION TRIM(batchroot) '/runlock.txt'
              DELIMITED BY SIZE INTO lockpath
            END-IF
            OPEN INPUT lockfile
            IF lockstatus = "00" THEN
             CLOSE lockfile
             MOVE SPACES TO logmsg
             STRING "day" stadayx " late feed installed but the "
              "batch still holds its run lock - rerun day"
              stadayx " by hand"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO suppreport
            STRING FUNCTION TRIM(batchroot) "/supplement_day" stadayx
             "_" stagedate ".txt"
             DELIMITED BY SIZE INTO suppreport
            MOVE SPACES TO suppcmd
            STRING "DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " DRIVER_SUPPLEMENT=" stadayx
             " DRIVER_LINKRUNID=" batchrunid
             " DRIVER_CHECKPOINT=" FUNCTION TRIM(batchroot)
             "/supplementckpt.txt"
             " " FUNCTION TRIM(batchroot) "/driver"
             DELIMITED BY SIZE INTO suppcmd
            MOVE SPACES TO logmsg
            STRING "day" stadayx " feed arrived after run "
             batchrunid " ran it degraded - starting a "
             "supplemental run"
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            CALL "SYSTEM" USING suppcmd
            COMPUTE supprc = RETURN-CODE / 256
            MOVE 0 TO RETURN-CODE
            MOVE SPACES TO logmsg
            STRING "day" stadayx " supplemental run ended rc "
             supprc " - report at " FUNCTION TRIM(suppreport)
             DELIMITED BY SIZE INTO logmsg
            EVALUATE supprc
             WHEN 0
              MOVE "INFO " TO logsev
             WHEN 4
              MOVE "WARN " TO logsev
             WHEN OTHER
              MOVE "ERROR" TO logsev
              ADD 1 TO failcount
            END-EVALUATE
            PERFORM Log.

      *Line-by-line copy; copyinstatus tells the caller whether
      *the source even existed.
           Copyfile.
