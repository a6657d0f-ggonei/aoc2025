       IDENTIFICATION DIVISION.
       PROGRAM-ID. storecast.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT listfile ASSIGN TO listpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS liststatus.
               SELECT dffile ASSIGN TO dfpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS dfstatus.
               SELECT histfile ASSIGN TO histpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS histstatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.

       DATA DIVISION.
           FILE SECTION.
             FD listfile.
             01 listrec PIC X(400).
             FD dffile.
             01 dfrec PIC X(300).
             FD histfile.
             01 histrec PIC X(60).
             FD reportfile.
             01 reportrec PIC X(132).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 listpath PIC X(250) VALUE SPACES.
             01 liststatus PIC X(2) VALUE SPACES.
             01 dfpath PIC X(250) VALUE SPACES.
             01 dfstatus PIC X(2) VALUE SPACES.
             01 histpath PIC X(250) VALUE SPACES.
             01 histstatus PIC X(2) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 syscmd PIC X(600) VALUE SPACES.
             01 rundate PIC X(8) VALUE SPACES.
             01 todayint PIC 9(8) VALUE 0.
             01 workint PIC 9(8) VALUE 0.
             01 workdate PIC 9(8) VALUE 0.
             01 workdatex REDEFINES workdate PIC X(8).
             01 rawwarn PIC X(5) VALUE SPACES.
             01 warndays PIC 9(4) VALUE 30.
             01 rawtrend PIC X(5) VALUE SPACES.
             01 trenddays PIC 9(4) VALUE 14.
             01 rawretention PIC X(5) VALUE SPACES.
             01 currretention PIC 9(4) VALUE 30.
             01 rawkeep PIC X(5) VALUE SPACES.
             01 currkeep PIC 9(4) VALUE 0.
      *One file of the listing: its size and where it sits under
      *the batch root.
             01 sizetok PIC X(20) VALUE SPACES.
             01 pathtok PIC X(300) VALUE SPACES.
             01 relpath PIC X(300) VALUE SPACES.
             01 rootlen PIC 9(3) VALUE 0.
             01 namestart PIC 9(3) VALUE 0.
             01 nameptr PIC 9(3) VALUE 0.
             01 filename PIC X(100) VALUE SPACES.
             01 filebytes PIC 9(15) VALUE 0.
             01 filekb PIC 9(12) VALUE 0.
             01 fileclass PIC 9(1) VALUE 0.
             01 filedir PIC 9(2) VALUE 0.
             01 reporttoken PIC 9(3) VALUE 0.
             01 filedate PIC X(8) VALUE SPACES.
             01 fileageint PIC 9(8) VALUE 0.
             01 fileage PIC 9(6) VALUE 0.
      *Artifact classes, in report order.
             01 classtable-values.
               02 FILLER PIC X(10) VALUE "DAY4SNAP".
               02 FILLER PIC X(10) VALUE "DAY8WORK".
               02 FILLER PIC X(10) VALUE "REPORTS".
               02 FILLER PIC X(10) VALUE "EXCPART".
               02 FILLER PIC X(10) VALUE "ARCHIVE".
               02 FILLER PIC X(10) VALUE "STATESNAP".
               02 FILLER PIC X(10) VALUE "OTHER".
             01 classtable REDEFINES classtable-values.
               02 classname PIC X(10) OCCURS 7 TIMES.
             01 classidx PIC 9(2) VALUE 0.
             01 classtab.
               02 classentry OCCURS 7 TIMES.
                 03 clfiles PIC 9(7).
                 03 clkb PIC 9(12).
                 03 clthenkb PIC 9(12).
      *The nine day directories, then the batch root itself and
      *anything else beneath it.
             01 dirtab.
               02 direntry OCCURS 10 TIMES.
                 03 drname PIC X(10).
                 03 drfiles PIC 9(7).
                 03 drkb PIC 9(12).
                 03 drthenkb PIC 9(12).
             01 dirx PIC 9(1) VALUE 0.
             01 usedkb PIC 9(12) VALUE 0.
             01 fssizekb PIC 9(12) VALUE 0.
             01 availkb PIC 9(12) VALUE 0.
             01 dftok1 PIC X(100) VALUE SPACES.
             01 dftok2 PIC X(20) VALUE SPACES.
             01 dftok3 PIC X(20) VALUE SPACES.
             01 dftok4 PIC X(20) VALUE SPACES.
      *History: one block per night, CLASS and DIR lines then the
      *batch root's TOTAL and the filesystem's FREE. A rerun's
      *block stands in for the earlier one of the same night.
             01 histline.
               02 shdate PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 shkind PIC X(5).
               02 FILLER PIC X(1) VALUE SPACE.
               02 shname PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 shkb PIC 9(12).
             01 windowdate PIC X(8) VALUE SPACES.
             01 thendate PIC X(8) VALUE SPACES.
             01 thenusedkb PIC 9(12) VALUE 0.
             01 spandays PIC 9(5) VALUE 0.
             01 growthkb PIC S9(12) VALUE 0.
             01 rateperday PIC S9(10)V9 VALUE 0.
             01 daysleft PIC 9(7) VALUE 0.
             01 runoutdate PIC X(8) VALUE SPACES.
             01 forecastok PIC 9(1) VALUE 0.
             01 insidewarn PIC 9(1) VALUE 0.
      *What a sweeper retention change would buy back: reports past
      *a shorter retention move into the archive members, and
      *members past a shorter keep are freed outright - less any
      *member a legal hold keeps.
             01 retaincand-values.
               02 FILLER PIC 9(4) VALUE 7.
               02 FILLER PIC 9(4) VALUE 14.
               02 FILLER PIC 9(4) VALUE 30.
               02 FILLER PIC 9(4) VALUE 60.
               02 FILLER PIC 9(4) VALUE 90.
             01 retaincand REDEFINES retaincand-values.
               02 retaindays PIC 9(4) OCCURS 5 TIMES.
             01 retainkb PIC 9(12) OCCURS 5 TIMES.
             01 keepcand-values.
               02 FILLER PIC 9(4) VALUE 1.
               02 FILLER PIC 9(4) VALUE 3.
               02 FILLER PIC 9(4) VALUE 6.
               02 FILLER PIC 9(4) VALUE 12.
               02 FILLER PIC 9(4) VALUE 24.
             01 keepcand REDEFINES keepcand-values.
               02 keepmonthsc PIC 9(4) OCCURS 5 TIMES.
             01 keepkb PIC 9(12) OCCURS 5 TIMES.
             01 keepheldkb PIC 9(12) OCCURS 5 TIMES.
             01 candidx PIC 9(1) VALUE 0.
             01 monthcount PIC 9(6) VALUE 0.
             01 keepyear PIC 9(4) VALUE 0.
             01 keepmonth PIC 9(2) VALUE 0.
             01 keepcutoff PIC 9(6) VALUE 0.
             01 keepcutoffx REDEFINES keepcutoff PIC X(6).
             01 membermonth PIC X(6) VALUE SPACES.
             01 hsop PIC X(4) VALUE "CHEK".
             01 hskind PIC X(10) VALUE SPACES.
             01 hsfrom PIC X(8) VALUE SPACES.
             01 hsto PIC X(8) VALUE SPACES.
             01 hsday PIC X(1) VALUE SPACE.
             01 hsmatter PIC X(12) VALUE SPACES.
             01 hsresult PIC X(1) VALUE "N".
             01 alertclass PIC X(10) VALUE SPACES.
             01 alerttext PIC X(120) VALUE SPACES.
             01 kbedit PIC Z(11)9.
             01 kbedit2 PIC Z(11)9.
             01 growedit PIC -(11)9.
             01 rateedit PIC -(10)9.9.
             01 filesedit PIC Z(6)9.
             01 daysedit PIC Z(6)9.
             01 shortedit PIC ZZZ9.
             01 currnote PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
      *Storage growth forecast for the batch root, run nightly after
      *the batch. Every file under the root is measured and summed
      *by artifact class (day4 snapshot generations, day8 pair work
      *files and checkpoints, dated reports, exception partitions,
      *archive members, statesnap bundles) and by day directory;
      *the night's figures join the storage history, the growth
      *over the trend window projects when the filesystem's free
      *space runs out, and the report shows what shorter sweeper
      *retention would buy back. A projection inside
      *STORAGE_WARN_DAYS is raised through the alert spool, so a
      *full filesystem is a forecast and not a failed WRITE.
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
           ACCEPT histpath FROM ENVIRONMENT "STORAGE_HISTORY"
           IF histpath = SPACES THEN
            MOVE "STORAGE_HISTORY" TO confkey
            PERFORM Getconfig
            MOVE confval TO histpath
           END-IF
           IF histpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/storagehistory.txt'
             DELIMITED BY SIZE INTO histpath
           END-IF
           ACCEPT reportpath FROM ENVIRONMENT "STORAGE_REPORT"
           IF reportpath = SPACES THEN
            MOVE "STORAGE_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportpath
           END-IF
           IF reportpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/storagereport.txt'
             DELIMITED BY SIZE INTO reportpath
           END-IF
           ACCEPT rawwarn FROM ENVIRONMENT "STORAGE_WARN_DAYS"
           IF rawwarn = SPACES THEN
            MOVE "STORAGE_WARN_DAYS" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawwarn
           END-IF
           IF rawwarn NOT= SPACES THEN
            COMPUTE warndays = FUNCTION NUMVAL(rawwarn)
           END-IF
           ACCEPT rawtrend FROM ENVIRONMENT "STORAGE_TREND_DAYS"
           IF rawtrend = SPACES THEN
            MOVE "STORAGE_TREND_DAYS" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawtrend
           END-IF
           IF rawtrend NOT= SPACES THEN
            COMPUTE trenddays = FUNCTION NUMVAL(rawtrend)
           END-IF
           IF trenddays = 0 THEN
            MOVE 14 TO trenddays
           END-IF
      *Sweeper's own settings, to mark the rows that are today's.
           ACCEPT rawretention FROM ENVIRONMENT "SWEEPER_RETENTION"
           IF rawretention = SPACES THEN
            MOVE "SWEEPER_RETENTION" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawretention
           END-IF
           IF rawretention NOT= SPACES THEN
            COMPUTE currretention = FUNCTION NUMVAL(rawretention)
           END-IF
           ACCEPT rawkeep FROM ENVIRONMENT "SWEEPER_ARCHIVE_KEEP"
           IF rawkeep = SPACES THEN
            MOVE "SWEEPER_ARCHIVE_KEEP" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawkeep
           END-IF
           IF rawkeep NOT= SPACES THEN
            COMPUTE currkeep = FUNCTION NUMVAL(rawkeep)
           END-IF
           ACCEPT rundate FROM ENVIRONMENT "STORAGE_DATE"
           IF rundate = SPACES THEN
            MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           END-IF
           COMPUTE todayint =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(rundate))
           COMPUTE workint = todayint - trenddays
           COMPUTE workdate = FUNCTION DATE-OF-INTEGER(workint)
           MOVE workdatex TO windowdate
           PERFORM VARYING classidx FROM 1 BY 1 UNTIL classidx > 7
            MOVE 0 TO clfiles(classidx) clkb(classidx)
             clthenkb(classidx)
           END-PERFORM
           PERFORM VARYING filedir FROM 1 BY 1 UNTIL filedir > 10
            MOVE SPACES TO drname(filedir)
            IF filedir < 10 THEN
             MOVE filedir TO dirx
             STRING "day" dirx DELIMITED BY SIZE
              INTO drname(filedir)
            ELSE
             MOVE "ROOT" TO drname(filedir)
            END-IF
            MOVE 0 TO drfiles(filedir) drkb(filedir)
             drthenkb(filedir)
           END-PERFORM
           PERFORM VARYING candidx FROM 1 BY 1 UNTIL candidx > 5
            MOVE 0 TO retainkb(candidx) keepkb(candidx)
             keepheldkb(candidx)
           END-PERFORM
           PERFORM Measure
           PERFORM Measurefree
           PERFORM Readhistory
           PERFORM Appendhistory
           PERFORM Forecast
           PERFORM Writereport
           CALL "runreg" USING reportpath
           IF insidewarn = 1 THEN
            MOVE daysleft TO daysedit
            MOVE SPACES TO alerttext
            STRING "batch root free space runs out in "
             FUNCTION TRIM(daysedit) " day(s), about " runoutdate
             " - " FUNCTION TRIM(batchroot)
             DELIMITED BY SIZE INTO alerttext
            MOVE "STORAGE" TO alertclass
            CALL "alerter" USING alertclass alerttext
            MOVE alerttext TO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
           END-IF
           MOVE usedkb TO kbedit
           MOVE availkb TO kbedit2
           MOVE SPACES TO logmsg
           STRING "storage forecast - batch root "
            FUNCTION TRIM(kbedit) " KB, " FUNCTION TRIM(kbedit2)
            " KB free, report at " FUNCTION TRIM(reportpath)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           IF insidewarn = 1 THEN
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

      *Every file under the batch root with its size in bytes.
           Measure.
            MOVE SPACES TO listpath
            STRING FUNCTION TRIM(batchroot) '/storecast_list.tmp'
             DELIMITED BY SIZE INTO listpath
            MOVE SPACES TO syscmd
            STRING "find " FUNCTION TRIM(batchroot)
             " -type f -exec wc -c {} + > "
             FUNCTION TRIM(listpath) " 2>/dev/null"
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE 0 TO RETURN-CODE
            COMPUTE rootlen =
             FUNCTION LENGTH(FUNCTION TRIM(batchroot))
            OPEN INPUT listfile
            MOVE "listfile" TO errfile
            MOVE liststatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ listfile INTO listrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               MOVE SPACES TO sizetok pathtok
               UNSTRING FUNCTION TRIM(listrec) DELIMITED BY ALL SPACES
                INTO sizetok pathtok
               IF pathtok NOT= "total" AND pathtok NOT= SPACES
                AND pathtok NOT= listpath
                AND pathtok(1:rootlen) = batchroot(1:rootlen) THEN
                PERFORM Takefile
               END-IF
             END-READ
            END-PERFORM
            CLOSE listfile
            DELETE FILE listfile.

      *One file into its class and directory, and into the
      *retention buy-back figures when it is a dated report or an
      *archive member.
           Takefile.
            COMPUTE filebytes = FUNCTION NUMVAL(sizetok)
            COMPUTE filekb = (filebytes + 1023) / 1024
            MOVE pathtok(rootlen + 2:) TO relpath
            MOVE 0 TO namestart
            PERFORM VARYING nameptr FROM 1 BY 1 UNTIL nameptr > 300
             IF relpath(nameptr:1) = "/" THEN
              MOVE nameptr TO namestart
             END-IF
            END-PERFORM
            MOVE relpath(namestart + 1:) TO filename
            MOVE 10 TO filedir
            IF relpath(1:3) = "day" AND relpath(5:1) = "/"
             AND relpath(4:1) >= "1" AND relpath(4:1) <= "9" THEN
             COMPUTE filedir = FUNCTION NUMVAL(relpath(4:1))
            END-IF
            MOVE 0 TO reporttoken
            INSPECT filename TALLYING reporttoken FOR ALL "report_"
            EVALUATE TRUE
             WHEN reporttoken > 0 AND filedir < 10
              MOVE 3 TO fileclass
              PERFORM Agereport
             WHEN filedir = 4
              MOVE 1 TO fileclass
             WHEN filedir = 8
              MOVE 2 TO fileclass
             WHEN filedir = 10 AND namestart = 0
              AND filename(1:14) = "exceptionrepo_"
              MOVE 4 TO fileclass
             WHEN filedir = 10 AND namestart = 0
              AND filename(1:8) = "archive_"
              MOVE 5 TO fileclass
              PERFORM Agemember
             WHEN filedir = 10 AND namestart = 0
              AND filename(1:9) = "snapshot_"
              MOVE 6 TO fileclass
             WHEN OTHER
              MOVE 7 TO fileclass
            END-EVALUATE
            ADD 1 TO clfiles(fileclass)
            ADD filekb TO clkb(fileclass)
            ADD 1 TO drfiles(filedir)
            ADD filekb TO drkb(filedir)
            ADD filekb TO usedkb.

      *A dated report counts toward every shorter retention it is
      *already older than.
           Agereport.
            MOVE 0 TO nameptr
            INSPECT filename TALLYING nameptr
             FOR CHARACTERS BEFORE INITIAL "report_"
            MOVE filename(nameptr + 8:8) TO filedate
            IF filedate NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(filedate))
             NOT= 0 THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE fileageint =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(filedate))
            IF fileageint >= todayint THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE fileage = todayint - fileageint
            PERFORM VARYING candidx FROM 1 BY 1 UNTIL candidx > 5
             IF fileage > retaindays(candidx) THEN
              ADD filekb TO retainkb(candidx)
             END-IF
            END-PERFORM.

      *An archive member counts toward every shorter keep it lies
      *wholly before, as held or freeable.
           Agemember.
            MOVE filename(9:6) TO membermonth
            IF membermonth NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            MOVE "ARCHIVES" TO hskind
            MOVE SPACES TO hsfrom hsto
            STRING membermonth "01" DELIMITED BY SIZE INTO hsfrom
            STRING membermonth "31" DELIMITED BY SIZE INTO hsto
            MOVE SPACE TO hsday
            MOVE "N" TO hsresult
            CALL "holdserv" USING hsop hskind hsfrom hsto hsday
             hsmatter hsresult
             ON EXCEPTION
              MOVE "N" TO hsresult
            END-CALL
            PERFORM VARYING candidx FROM 1 BY 1 UNTIL candidx > 5
             COMPUTE monthcount =
              FUNCTION NUMVAL(rundate(1:4)) * 12
              + FUNCTION NUMVAL(rundate(5:2)) - 1
              - keepmonthsc(candidx)
             DIVIDE monthcount BY 12 GIVING keepyear
              REMAINDER keepmonth
             COMPUTE keepcutoff = keepyear * 100 + keepmonth + 1
             IF membermonth < keepcutoffx THEN
              IF hsresult = "Y" THEN
               ADD filekb TO keepheldkb(candidx)
              ELSE
               ADD filekb TO keepkb(candidx)
              END-IF
             END-IF
            END-PERFORM.

      *Size and free space of the filesystem the batch root is on,
      *in KB (POSIX df output: the second line's second and fourth
      *fields).
           Measurefree.
            MOVE SPACES TO dfpath
            STRING FUNCTION TRIM(batchroot) '/storecast_df.tmp'
             DELIMITED BY SIZE INTO dfpath
            MOVE SPACES TO syscmd
            STRING "df -P -k " FUNCTION TRIM(batchroot) " > "
             FUNCTION TRIM(dfpath) " 2>/dev/null"
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE 0 TO RETURN-CODE
            OPEN INPUT dffile
            IF dfstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO dfrec
            READ dffile
             AT END
              CONTINUE
            END-READ
            MOVE SPACES TO dfrec
            READ dffile
             AT END
              CONTINUE
            END-READ
            CLOSE dffile
            DELETE FILE dffile
            MOVE SPACES TO dftok1 dftok2 dftok3 dftok4
            UNSTRING dfrec DELIMITED BY ALL SPACES INTO
             dftok1 dftok2 dftok3 dftok4
            IF FUNCTION TRIM(dftok2) IS NUMERIC THEN
             COMPUTE fssizekb = FUNCTION NUMVAL(dftok2)
            END-IF
            IF FUNCTION TRIM(dftok4) IS NUMERIC THEN
             COMPUTE availkb = FUNCTION NUMVAL(dftok4)
            END-IF.

      *The earliest night inside the trend window (before tonight)
      *is the baseline; a second pass takes that night's figures,
      *its last block winning when it was rerun.
           Readhistory.
            MOVE SPACES TO thendate
            OPEN INPUT histfile
            IF histstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ histfile INTO histline
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF shkind = "TOTAL" AND shdate NOT< windowdate
                AND shdate < rundate THEN
                IF thendate = SPACES OR shdate < thendate THEN
                 MOVE shdate TO thendate
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE histfile
            IF thendate = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            OPEN INPUT histfile
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ histfile INTO histline
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF shdate = thendate THEN
                PERFORM Takethen
               END-IF
             END-READ
            END-PERFORM
            CLOSE histfile.

           Takethen.
            EVALUATE shkind
             WHEN "TOTAL"
              MOVE shkb TO thenusedkb
             WHEN "CLASS"
              PERFORM VARYING classidx FROM 1 BY 1
               UNTIL classidx > 7
               IF classname(classidx) = shname THEN
                MOVE shkb TO clthenkb(classidx)
               END-IF
              END-PERFORM
             WHEN "DIR"
              PERFORM VARYING filedir FROM 1 BY 1
               UNTIL filedir > 10
               IF drname(filedir) = shname THEN
                MOVE shkb TO drthenkb(filedir)
               END-IF
              END-PERFORM
             WHEN OTHER
              CONTINUE
            END-EVALUATE.

      *Tonight's block onto the history.
           Appendhistory.
            OPEN EXTEND histfile
            IF histstatus NOT= "00" THEN
             OPEN OUTPUT histfile
            END-IF
            MOVE "histfile" TO errfile
            MOVE histstatus TO errstatus
            PERFORM Checkstatus
            MOVE rundate TO shdate
            MOVE "CLASS" TO shkind
            PERFORM VARYING classidx FROM 1 BY 1 UNTIL classidx > 7
             MOVE classname(classidx) TO shname
             MOVE clkb(classidx) TO shkb
             WRITE histrec FROM histline
            END-PERFORM
            MOVE "DIR" TO shkind
            PERFORM VARYING filedir FROM 1 BY 1 UNTIL filedir > 10
             MOVE drname(filedir) TO shname
             MOVE drkb(filedir) TO shkb
             WRITE histrec FROM histline
            END-PERFORM
            MOVE "TOTAL" TO shkind
            MOVE "USED" TO shname
            MOVE usedkb TO shkb
            WRITE histrec FROM histline
            MOVE "FREE" TO shkind
            MOVE "AVAILABLE" TO shname
            MOVE availkb TO shkb
            WRITE histrec FROM histline
            MOVE "SIZE" TO shname
            MOVE fssizekb TO shkb
            WRITE histrec FROM histline
            CLOSE histfile.

      *Growth per day since the baseline night, and the day free
      *space runs out if it carries on at that rate.
           Forecast.
            MOVE 0 TO forecastok insidewarn
            IF thendate = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE spandays = todayint -
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(thendate))
            IF spandays = 0 THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE growthkb = usedkb - thenusedkb
            COMPUTE rateperday ROUNDED = growthkb / spandays
            MOVE 1 TO forecastok
            IF rateperday NOT > 0 THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE daysleft = availkb / rateperday
            IF daysleft > 99999 THEN
             MOVE 99999 TO daysleft
            END-IF
            COMPUTE workint = todayint + daysleft
            COMPUTE workdate = FUNCTION DATE-OF-INTEGER(workint)
            MOVE workdatex TO runoutdate
            IF daysleft <= warndays THEN
             MOVE 1 TO insidewarn
            END-IF.

           Writereport.
            OPEN OUTPUT reportfile
            MOVE "reportfile" TO errfile
            MOVE reportstatus TO errstatus
            PERFORM Checkstatus
            MOVE SPACES TO reportrec
            STRING "==== STORAGE FORECAST " rundate " ==== "
             FUNCTION TRIM(batchroot)
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE usedkb TO kbedit
            MOVE availkb TO kbedit2
            MOVE fssizekb TO growedit
            MOVE SPACES TO reportrec
            STRING "BATCH ROOT " FUNCTION TRIM(kbedit) " KB  "
             "FILESYSTEM FREE " FUNCTION TRIM(kbedit2) " KB OF "
             FUNCTION TRIM(growedit) " KB"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE SPACES TO reportrec
            WRITE reportrec
            MOVE SPACES TO reportrec
            IF thendate = SPACES THEN
             MOVE "CLASS          FILES           KB" TO reportrec
            ELSE
             STRING "CLASS          FILES           KB"
              "    GROWTH SINCE " thendate
              DELIMITED BY SIZE INTO reportrec
            END-IF
            WRITE reportrec
            PERFORM VARYING classidx FROM 1 BY 1 UNTIL classidx > 7
             MOVE clfiles(classidx) TO filesedit
             MOVE clkb(classidx) TO kbedit
             COMPUTE growthkb = clkb(classidx) - clthenkb(classidx)
             MOVE growthkb TO growedit
             MOVE SPACES TO reportrec
             STRING classname(classidx) " " filesedit " " kbedit
              DELIMITED BY SIZE INTO reportrec
             IF thendate NOT= SPACES THEN
              MOVE growedit TO reportrec(35:12)
             END-IF
             WRITE reportrec
            END-PERFORM
            MOVE SPACES TO reportrec
            WRITE reportrec
            IF thendate = SPACES THEN
             MOVE "DIRECTORY      FILES           KB" TO reportrec
            ELSE
             STRING "DIRECTORY      FILES           KB"
              "    GROWTH SINCE " thendate
              DELIMITED BY SIZE INTO reportrec
            END-IF
            WRITE reportrec
            PERFORM VARYING filedir FROM 1 BY 1 UNTIL filedir > 10
             MOVE drfiles(filedir) TO filesedit
             MOVE drkb(filedir) TO kbedit
             COMPUTE growthkb = drkb(filedir) - drthenkb(filedir)
             MOVE growthkb TO growedit
             MOVE SPACES TO reportrec
             STRING drname(filedir) " " filesedit " " kbedit
              DELIMITED BY SIZE INTO reportrec
             IF thendate NOT= SPACES THEN
              MOVE growedit TO reportrec(35:12)
             END-IF
             WRITE reportrec
            END-PERFORM
            MOVE SPACES TO reportrec
            WRITE reportrec
            PERFORM Writeforecast
            MOVE SPACES TO reportrec
            WRITE reportrec
            PERFORM Writebuyback
            MOVE SPACES TO reportrec
            WRITE reportrec
            MOVE "END STORAGE FORECAST" TO reportrec
            WRITE reportrec
            CLOSE reportfile.

           Writeforecast.
            MOVE SPACES TO reportrec
            EVALUATE TRUE
             WHEN forecastok = 0
              STRING "FORECAST no storage history inside the last "
               trenddays " day(s) yet - no projection"
               DELIMITED BY SIZE INTO reportrec
             WHEN rateperday NOT > 0
              MOVE rateperday TO rateedit
              STRING "FORECAST " FUNCTION TRIM(rateedit)
               " KB/day since " thendate
               " - the batch root is not growing"
               DELIMITED BY SIZE INTO reportrec
             WHEN OTHER
              MOVE rateperday TO rateedit
              MOVE daysleft TO daysedit
              STRING "FORECAST " FUNCTION TRIM(rateedit)
               " KB/day since " thendate " - free space runs out"
               " in " FUNCTION TRIM(daysedit) " day(s), about "
               runoutdate
               DELIMITED BY SIZE INTO reportrec
            END-EVALUATE
            WRITE reportrec
            IF insidewarn = 1 THEN
             MOVE warndays TO shortedit
             MOVE SPACES TO reportrec
             STRING "WARNING inside the " FUNCTION TRIM(shortedit)
              "-day warning window (STORAGE_WARN_DAYS) - alerted"
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
            END-IF.

      *What shorter sweeper settings would buy back tonight.
           Writebuyback.
            MOVE "BUY-BACK BY SWEEPER SETTING" TO reportrec
            WRITE reportrec
            PERFORM VARYING candidx FROM 1 BY 1 UNTIL candidx > 5
             MOVE SPACES TO currnote
             IF retaindays(candidx) = currretention THEN
              MOVE "(CURRENT)" TO currnote
             END-IF
             MOVE retaindays(candidx) TO shortedit
             MOVE retainkb(candidx) TO kbedit
             MOVE SPACES TO reportrec
             STRING "  SWEEPER_RETENTION " shortedit " DAYS    "
              kbedit " KB of reports into archive members "
              currnote
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
            END-PERFORM
            PERFORM VARYING candidx FROM 1 BY 1 UNTIL candidx > 5
             MOVE SPACES TO currnote
             IF keepmonthsc(candidx) = currkeep THEN
              MOVE "(CURRENT)" TO currnote
             END-IF
             MOVE keepmonthsc(candidx) TO shortedit
             MOVE keepkb(candidx) TO kbedit
             MOVE keepheldkb(candidx) TO kbedit2
             MOVE SPACES TO reportrec
             STRING "  SWEEPER_ARCHIVE_KEEP " shortedit " MONTHS "
              kbedit " KB freed, " FUNCTION TRIM(kbedit2)
              " KB kept under legal hold " currnote
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
            END-PERFORM.

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
