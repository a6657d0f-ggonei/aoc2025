       IDENTIFICATION DIVISION.
       PROGRAM-ID. slawatch.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT slafile ASSIGN TO slapath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS slastatus.
               SELECT registryfile ASSIGN TO registrypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS registrystatus.
               SELECT scorefile ASSIGN TO scorepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS scorestatus.
               SELECT ledgerfile ASSIGN TO ledgerpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ledgerstatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.
               SELECT monthfile ASSIGN TO monthpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS monthstatus.

       DATA DIVISION.
           FILE SECTION.
             FD slafile.
             01 slarec PIC X(200).
             FD registryfile.
             01 registryrec PIC X(340).
             FD scorefile.
             01 scorerec PIC X(100).
             FD ledgerfile.
             01 ledgerrec PIC X(50).
             FD reportfile.
             01 reportrec PIC X(100).
             FD monthfile.
             01 monthrec PIC X(100).

           WORKING-STORAGE SECTION.
      *Service levels per deliverable. The business is promised
      *each answer by a time of its own, where the batch window
      *only ever covered the night as a whole. The SLA file lists
      *one deliverable per line:
      *  SLA <name> <due> <ALL|PROCESSING> ARTIFACT <path pattern>
      *  SLA <name> <due> <ALL|PROCESSING> SCOREROW <day>
      *with the due time as HHMM, HHMMSS or HH:MM[:SS]. PROCESSING
      *deliverables are due only on business-calendar processing
      *dates. An ARTIFACT is delivered when the run registry first
      *records a path matching the pattern (* any run of
      *characters, ? any one); a SCOREROW is delivered when the
      *scoreboard is first registered with that day's row showing
      *a verdict. Lines starting with * are comments.
      *The batch night for date D runs from noon on D-1 to noon on
      *D; a due time from noon on falls on the evening of D-1, an
      *earlier one on the morning of D.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 logsg1 PIC Z(5)9.
             01 logsg2 PIC Z(5)9.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 batchroot PIC X(200) VALUE SPACES.
             01 slapath PIC X(250) VALUE SPACES.
             01 slastatus PIC X(2) VALUE SPACES.
             01 registrypath PIC X(250) VALUE SPACES.
             01 registrystatus PIC X(2) VALUE SPACES.
             01 scorepath PIC X(250) VALUE SPACES.
             01 scorestatus PIC X(2) VALUE SPACES.
             01 ledgerpath PIC X(250) VALUE SPACES.
             01 ledgerstatus PIC X(2) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 monthpath PIC X(250) VALUE SPACES.
             01 monthstatus PIC X(2) VALUE SPACES.
             01 sladate PIC X(8) VALUE SPACES.
             01 sladate9 REDEFINES sladate PIC 9(8).
             01 eveningdate PIC X(8) VALUE SPACES.
             01 eveningdate9 REDEFINES eveningdate PIC 9(8).
             01 eof PIC 9(1) VALUE 0.
             01 watchmode PIC X(1) VALUE "N".
             01 rawpoll PIC X(5) VALUE SPACES.
             01 pollsecs PIC 9(4) VALUE 60.
             01 sleepcmd PIC X(20) VALUE SPACES.
             01 winstart PIC 9(12) VALUE 0.
             01 winend PIC 9(12) VALUE 0.
             01 nowabs PIC 9(12) VALUE 0.
             01 recabs PIC 9(12) VALUE 0.
             01 recpath PIC X(250) VALUE SPACES.
             01 clockop PIC X(4) VALUE SPACES.
             01 clockstamp PIC X(14) VALUE SPACES.
             01 clockabs PIC 9(12) VALUE 0.
             01 clockdisp PIC X(19) VALUE SPACES.
             01 calop PIC X(4) VALUE SPACES.
             01 calresult PIC X(1) VALUE SPACES.
             01 calnext PIC X(8) VALUE SPACES.
             01 procday PIC X(1) VALUE "Y".
             01 alertclass PIC X(10) VALUE SPACES.
             01 alerttext PIC X(120) VALUE SPACES.
             01 satok1 PIC X(8) VALUE SPACES.
             01 satok2 PIC X(14) VALUE SPACES.
             01 satok3 PIC X(8) VALUE SPACES.
             01 satok4 PIC X(10) VALUE SPACES.
             01 satok5 PIC X(8) VALUE SPACES.
             01 satok6 PIC X(120) VALUE SPACES.
             01 saptr PIC 9(3) VALUE 1.
             01 duehh PIC X(2) VALUE SPACES.
             01 duemm PIC X(2) VALUE SPACES.
             01 duess PIC X(2) VALUE SPACES.
             01 duetime PIC X(6) VALUE SPACES.
             01 slacount PIC 9(2) VALUE 0.
             01 slaidx PIC 9(2) VALUE 0.
             01 slatab.
               02 slaentry OCCURS 50 TIMES.
                 03 saname PIC X(14).
                 03 sadue PIC X(6).
                 03 saapplies PIC X(10).
                 03 sakind PIC X(8).
                 03 sapattern PIC X(120).
                 03 saday PIC 9(1).
                 03 sadueabs PIC 9(12).
                 03 sadelabs PIC 9(12).
                 03 sadelivered PIC X(6).
                 03 saverdict PIC X(8).
                 03 saledgered PIC 9(1).
                 03 sanights PIC 9(3).
                 03 samet PIC 9(3).
             01 pendingcount PIC 9(2) VALUE 0.
             01 metcount PIC 9(2) VALUE 0.
             01 breachcount PIC 9(2) VALUE 0.
             01 nacount PIC 9(2) VALUE 0.
      *Scoreboard rows seen with a verdict on the current report.
             01 scoreday PIC 9(1) VALUE 0.
             01 scoredone PIC X(9) VALUE SPACES.
      *Pattern match of gpattern against gtext, the last * taking
      *back one more character whenever the rest fails to line up.
             01 gpattern PIC X(120) VALUE SPACES.
             01 gtext PIC X(250) VALUE SPACES.
             01 gplen PIC 9(3) VALUE 0.
             01 gtlen PIC 9(3) VALUE 0.
             01 gpi PIC 9(3) VALUE 0.
             01 gti PIC 9(3) VALUE 0.
             01 gstar PIC 9(3) VALUE 0.
             01 gmark PIC 9(3) VALUE 0.
             01 gmatch PIC 9(1) VALUE 0.
             01 gdone PIC 9(1) VALUE 0.
             01 monthpct PIC 9(3)V9 VALUE 0.
             01 reportline.
               02 rlname PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rldue PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rlapplies PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rldelivered PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rlverdict PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rlnote PIC X(30).
             01 monthline.
               02 mlname PIC X(14).
               02 FILLER PIC X(8) VALUE " nights ".
               02 mlnights PIC ZZ9.
               02 FILLER PIC X(5) VALUE " met ".
               02 mlmet PIC ZZ9.
               02 FILLER PIC X(10) VALUE " breached ".
               02 mlbreached PIC ZZ9.
               02 FILLER PIC X(1) VALUE SPACE.
               02 mlpct PIC ZZ9.9.
               02 FILLER PIC X(1) VALUE "%".
             01 latesecs PIC 9(6) VALUE 0.
             01 latehh PIC 9(2) VALUE 0.
             01 latemm PIC 9(2) VALUE 0.
             01 latess PIC 9(2) VALUE 0.
             COPY slarec.

       PROCEDURE DIVISION.
      *SLA_DATE names the batch date (default: the night now
      *running - tomorrow from noon on, today before noon). With
      *SLA_WATCH=Y the watch stays up, looking every SLA_POLL
      *seconds (default 60), until no deliverable is still
      *pending, so a breach is raised as its due time passes; a
      *plain run takes the verdicts as they stand. Either way the
      *night's attainment report and the month's percentage per
      *deliverable are written at the end.
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
           ACCEPT slapath FROM ENVIRONMENT "SLA_FILE"
           IF slapath = SPACES THEN
            MOVE "SLA_FILE" TO confkey
            PERFORM Getconfig
            MOVE confval TO slapath
           END-IF
           IF slapath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/sla.txt'
             DELIMITED BY SIZE INTO slapath
           END-IF
           ACCEPT registrypath FROM ENVIRONMENT "RUN_REGISTRY"
           IF registrypath = SPACES THEN
            MOVE "RUN_REGISTRY" TO confkey
            PERFORM Getconfig
            MOVE confval TO registrypath
           END-IF
           IF registrypath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/runregistry.txt'
             DELIMITED BY SIZE INTO registrypath
           END-IF
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
           ACCEPT ledgerpath FROM ENVIRONMENT "SLA_LEDGER"
           IF ledgerpath = SPACES THEN
            MOVE "SLA_LEDGER" TO confkey
            PERFORM Getconfig
            MOVE confval TO ledgerpath
           END-IF
           IF ledgerpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/slaledger.txt'
             DELIMITED BY SIZE INTO ledgerpath
           END-IF
           ACCEPT watchmode FROM ENVIRONMENT "SLA_WATCH"
           IF watchmode = SPACES THEN
            MOVE "SLA_WATCH" TO confkey
            PERFORM Getconfig
            MOVE confval TO watchmode
           END-IF
           IF watchmode NOT= "Y" THEN
            MOVE "N" TO watchmode
           END-IF
           ACCEPT rawpoll FROM ENVIRONMENT "SLA_POLL"
           IF rawpoll = SPACES THEN
            MOVE "SLA_POLL" TO confkey
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
           MOVE clockabs TO nowabs
           ACCEPT sladate FROM ENVIRONMENT "SLA_DATE"
           IF sladate = SPACES THEN
            MOVE clockstamp(1:8) TO sladate
            IF clockstamp(9:6) NOT< "120000" THEN
             COMPUTE sladate9 = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(sladate9) + 1)
            END-IF
           END-IF
           COMPUTE eveningdate9 = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(sladate9) - 1)
           ACCEPT reportpath FROM ENVIRONMENT "SLA_REPORT"
           IF reportpath = SPACES THEN
            MOVE "SLA_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportpath
           END-IF
           IF reportpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/sla_' sladate '.txt'
             DELIMITED BY SIZE INTO reportpath
           END-IF
           STRING FUNCTION TRIM(batchroot) '/slamonth_'
            sladate(1:6) '.txt'
            DELIMITED BY SIZE INTO monthpath
           MOVE "ISPR" TO calop
           MOVE SPACE TO calresult
           CALL "calserv" USING calop sladate calresult calnext
            ON EXCEPTION
             MOVE "Y" TO calresult
           END-CALL
           IF calresult = "N" THEN
            MOVE "N" TO procday
           END-IF
           MOVE "ABS " TO clockop
           MOVE SPACES TO clockstamp
           STRING eveningdate "120000" DELIMITED BY SIZE
            INTO clockstamp
           CALL "clockserv" USING clockop clockstamp clockabs
            clockdisp
           MOVE clockabs TO winstart
           COMPUTE winend = winstart + 86400
           PERFORM Loadsla
      *No SLA file is no service levels yet; a file with nothing
      *usable in it is worth a warning.
           IF slacount = 0 THEN
            MOVE SPACES TO logmsg
            STRING "no service levels defined in "
             FUNCTION TRIM(slapath)
             DELIMITED BY SIZE INTO logmsg
            IF slastatus = "00" THEN
             MOVE "WARN " TO logsev
            ELSE
             MOVE "INFO " TO logsev
            END-IF
            PERFORM Log
            STOP RUN
           END-IF
           PERFORM Readledger
           MOVE SPACES TO logmsg
           MOVE slacount TO logsg1
           STRING "SLA watch for " sladate " - "
            FUNCTION TRIM(logsg1) " deliverable(s), watch "
            watchmode
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           PERFORM Takeverdicts
           PERFORM UNTIL pendingcount = 0 OR watchmode NOT= "Y"
            MOVE SPACES TO sleepcmd
            STRING "sleep " pollsecs
             DELIMITED BY SIZE INTO sleepcmd
            CALL "SYSTEM" USING sleepcmd
            MOVE 0 TO RETURN-CODE
            PERFORM Takeverdicts
           END-PERFORM
           PERFORM Writereport
           PERFORM Writemonth
           MOVE SPACES TO logmsg
           MOVE metcount TO logsg1
           MOVE breachcount TO logsg2
           STRING "SLA attainment for " sladate " - "
            FUNCTION TRIM(logsg1) " met, " FUNCTION TRIM(logsg2)
            " breached - " FUNCTION TRIM(reportpath)
            DELIMITED BY SIZE INTO logmsg
           IF breachcount > 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           STOP RUN.

      *The SLA file into the deliverable table, each due time as an
      *absolute time on the shared clock.
           Loadsla.
            OPEN INPUT slafile
            IF slastatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ slafile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF slarec NOT= SPACES
                AND slarec(1:1) NOT= "*" THEN
                PERFORM Takesla
               END-IF
             END-READ
            END-PERFORM
            CLOSE slafile.

           Takesla.
            MOVE SPACES TO satok1 satok2 satok3 satok4 satok5 satok6
            MOVE 1 TO saptr
            UNSTRING slarec DELIMITED BY ALL SPACES
             INTO satok1 satok2 satok3 satok4 satok5 satok6
             WITH POINTER saptr
            PERFORM Takedue
            IF satok1 NOT= "SLA" OR satok2 = SPACES
             OR duetime = SPACES
             OR (satok4 NOT= "ALL" AND satok4 NOT= "PROCESSING")
             OR (satok5 NOT= "ARTIFACT" AND satok5 NOT= "SCOREROW")
             OR satok6 = SPACES
             OR (satok5 = "SCOREROW" AND (satok6(1:1) IS NOT NUMERIC
              OR satok6(1:1) = "0" OR satok6(2:1) NOT= SPACE)) THEN
             MOVE SPACES TO logmsg
             STRING "SLA line not understood - "
              FUNCTION TRIM(slarec)
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            IF slacount >= 50 THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO slacount
            MOVE satok2 TO saname(slacount)
            MOVE duetime TO sadue(slacount)
            MOVE satok4 TO saapplies(slacount)
            MOVE satok5 TO sakind(slacount)
            MOVE satok6 TO sapattern(slacount)
            MOVE 0 TO saday(slacount)
            IF satok5 = "SCOREROW" THEN
             MOVE satok6(1:1) TO saday(slacount)
            END-IF
            MOVE 0 TO sadelabs(slacount) saledgered(slacount)
            MOVE SPACES TO sadelivered(slacount) saverdict(slacount)
            MOVE "ABS " TO clockop
            MOVE SPACES TO clockstamp
            IF duetime NOT< "120000" THEN
             STRING eveningdate duetime DELIMITED BY SIZE
              INTO clockstamp
            ELSE
             STRING sladate duetime DELIMITED BY SIZE
              INTO clockstamp
            END-IF
            CALL "clockserv" USING clockop clockstamp clockabs
             clockdisp
            MOVE clockabs TO sadueabs(slacount).

      *The due token (HHMM, HHMMSS, HH:MM or HH:MM:SS) into duetime
      *as HHMMSS; spaces when it is none of those.
           Takedue.
            MOVE SPACES TO duehh duemm duess duetime
            IF satok3(3:1) = ":" THEN
             UNSTRING satok3 DELIMITED BY ":"
              INTO duehh duemm duess
            ELSE
             MOVE satok3(1:2) TO duehh
             MOVE satok3(3:2) TO duemm
             MOVE satok3(5:2) TO duess
            END-IF
            IF duess = SPACES THEN
             MOVE "00" TO duess
            END-IF
            IF duehh IS NUMERIC AND duemm IS NUMERIC
             AND duess IS NUMERIC
             AND duehh < "24" AND duemm < "60" AND duess < "60" THEN
             STRING duehh duemm duess DELIMITED BY SIZE
              INTO duetime
            END-IF.

      *Verdicts already filed for this date - those deliverables
      *are settled and are not alerted or filed again.
           Readledger.
            OPEN INPUT ledgerfile
            IF ledgerstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ ledgerfile INTO slaline
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF sldate = sladate THEN
                PERFORM VARYING slaidx FROM 1 BY 1
                 UNTIL slaidx > slacount
                 IF saname(slaidx) = slname THEN
                  MOVE 1 TO saledgered(slaidx)
                  MOVE slverdict TO saverdict(slaidx)
                  MOVE sldelivered TO sadelivered(slaidx)
                 END-IF
                END-PERFORM
               END-IF
             END-READ
            END-PERFORM
            CLOSE ledgerfile.

      *One look at the registry and the scoreboard: delivery times
      *for every deliverable, then each verdict as of now. A
      *verdict that has just become final is filed in the ledger,
      *and a breach is alerted there and then.
           Takeverdicts.
            MOVE "NOW " TO clockop
            CALL "clockserv" USING clockop clockstamp clockabs
             clockdisp
            MOVE clockabs TO nowabs
            PERFORM Readscoreboard
            PERFORM Scanregistry
            MOVE 0 TO pendingcount metcount breachcount nacount
            PERFORM VARYING slaidx FROM 1 BY 1
             UNTIL slaidx > slacount
             IF saledgered(slaidx) = 0 THEN
              EVALUATE TRUE
               WHEN saapplies(slaidx) = "PROCESSING"
                AND procday = "N"
                MOVE "N/A" TO saverdict(slaidx)
               WHEN sadelabs(slaidx) > 0
                AND sadelabs(slaidx) NOT> sadueabs(slaidx)
                MOVE "MET" TO saverdict(slaidx)
               WHEN sadelabs(slaidx) > 0
                MOVE "BREACHED" TO saverdict(slaidx)
               WHEN nowabs > sadueabs(slaidx)
                MOVE "BREACHED" TO saverdict(slaidx)
               WHEN OTHER
                MOVE "PENDING" TO saverdict(slaidx)
              END-EVALUATE
              IF saverdict(slaidx) NOT= "PENDING" THEN
               PERFORM Fileverdict
              END-IF
             END-IF
             EVALUATE saverdict(slaidx)
              WHEN "MET"
               ADD 1 TO metcount
              WHEN "BREACHED"
               ADD 1 TO breachcount
              WHEN "N/A"
               ADD 1 TO nacount
              WHEN OTHER
               ADD 1 TO pendingcount
             END-EVALUATE
            END-PERFORM.

      *Which day rows of the current scoreboard carry a verdict.
           Readscoreboard.
            MOVE SPACES TO scoredone
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
               IF scorerec(1:2) = SPACES
                AND scorerec(3:1) IS NUMERIC
                AND scorerec(3:1) NOT= "0"
                AND scorerec(4:3) = SPACES
                AND scorerec(47:8) NOT= "NOT RUN"
                AND scorerec(47:8) NOT= SPACES THEN
                MOVE scorerec(3:1) TO scoreday
                MOVE "Y" TO scoredone(scoreday:1)
               END-IF
             END-READ
            END-PERFORM
            CLOSE scorefile.

      *Earliest registration inside the night's window for each
      *deliverable not yet settled.
           Scanregistry.
            PERFORM VARYING slaidx FROM 1 BY 1
             UNTIL slaidx > slacount
             IF saledgered(slaidx) = 0 THEN
              MOVE 0 TO sadelabs(slaidx)
              MOVE SPACES TO sadelivered(slaidx)
             END-IF
            END-PERFORM
            OPEN INPUT registryfile
            IF registrystatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ registryfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF registryrec(13:4) = eveningdate(1:4)
                OR registryrec(13:4) = sladate(1:4) THEN
                PERFORM Takeregistration
               END-IF
             END-READ
            END-PERFORM
            CLOSE registryfile.

      *One registry record: its stamp on the shared clock, then
      *every unsettled deliverable it satisfies.
           Takeregistration.
            MOVE SPACES TO clockstamp
            STRING registryrec(13:4) registryrec(18:2)
             registryrec(21:2) registryrec(24:2) registryrec(27:2)
             registryrec(30:2)
             DELIMITED BY SIZE INTO clockstamp
            IF clockstamp(1:8) NOT= eveningdate
             AND clockstamp(1:8) NOT= sladate THEN
             EXIT PARAGRAPH
            END-IF
            IF clockstamp IS NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            MOVE "ABS " TO clockop
            CALL "clockserv" USING clockop clockstamp clockabs
             clockdisp
            MOVE clockabs TO recabs
            IF recabs < winstart OR recabs NOT< winend THEN
             EXIT PARAGRAPH
            END-IF
            MOVE registryrec(33:250) TO recpath
            PERFORM VARYING slaidx FROM 1 BY 1
             UNTIL slaidx > slacount
             IF saledgered(slaidx) = 0
              AND (sadelabs(slaidx) = 0
               OR recabs < sadelabs(slaidx)) THEN
              MOVE 0 TO gmatch
              IF sakind(slaidx) = "SCOREROW" THEN
               IF recpath = scorepath
                AND scoredone(saday(slaidx):1) = "Y" THEN
                MOVE 1 TO gmatch
               END-IF
              ELSE
               MOVE sapattern(slaidx) TO gpattern
               MOVE recpath TO gtext
               PERFORM Globmatch
              END-IF
              IF gmatch = 1 THEN
               MOVE recabs TO sadelabs(slaidx)
               MOVE clockstamp(9:6) TO sadelivered(slaidx)
              END-IF
             END-IF
            END-PERFORM.

      *Does gtext match gpattern in full.
           Globmatch.
            MOVE 0 TO gmatch gdone gstar gmark
            COMPUTE gplen = FUNCTION LENGTH(FUNCTION TRIM(gpattern,
             TRAILING))
            COMPUTE gtlen = FUNCTION LENGTH(FUNCTION TRIM(gtext,
             TRAILING))
            MOVE 1 TO gpi gti
            PERFORM UNTIL gti > gtlen OR gdone = 1
             EVALUATE TRUE
              WHEN gpi NOT> gplen AND gpattern(gpi:1) = "*"
               MOVE gpi TO gstar
               MOVE gti TO gmark
               ADD 1 TO gpi
              WHEN gpi NOT> gplen
               AND (gpattern(gpi:1) = gtext(gti:1)
                OR gpattern(gpi:1) = "?")
               ADD 1 TO gpi
               ADD 1 TO gti
              WHEN gstar > 0
               COMPUTE gpi = gstar + 1
               ADD 1 TO gmark
               MOVE gmark TO gti
              WHEN OTHER
               MOVE 1 TO gdone
             END-EVALUATE
            END-PERFORM
            IF gdone = 1 THEN
             EXIT PARAGRAPH
            END-IF
            PERFORM UNTIL gpi > gplen OR gpattern(gpi:1) NOT= "*"
             ADD 1 TO gpi
            END-PERFORM
            IF gpi > gplen THEN
             MOVE 1 TO gmatch
            END-IF.

      *A final verdict into the ledger; a breach goes to the run
      *log as an error and out as an SLABREACH alert.
           Fileverdict.
            MOVE 1 TO saledgered(slaidx)
            MOVE sladate TO sldate
            MOVE saname(slaidx) TO slname
            MOVE saverdict(slaidx) TO slverdict
            MOVE sadue(slaidx) TO sldue
            MOVE sadelivered(slaidx) TO sldelivered
            OPEN EXTEND ledgerfile
            IF ledgerstatus NOT= "00" THEN
             OPEN OUTPUT ledgerfile
            END-IF
            IF ledgerstatus = "00" THEN
             WRITE ledgerrec FROM slaline
             CLOSE ledgerfile
            END-IF
            IF saverdict(slaidx) NOT= "BREACHED" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO logmsg
            IF sadelivered(slaidx) = SPACES THEN
             STRING "SLA breached - " FUNCTION TRIM(saname(slaidx))
              " for " sladate " not delivered by its due time "
              sadue(slaidx)
              DELIMITED BY SIZE INTO logmsg
            ELSE
             STRING "SLA breached - " FUNCTION TRIM(saname(slaidx))
              " for " sladate " delivered " sadelivered(slaidx)
              ", due " sadue(slaidx)
              DELIMITED BY SIZE INTO logmsg
            END-IF
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE "SLABREACH" TO alertclass
            MOVE logmsg TO alerttext
            CALL "alerter" USING alertclass alerttext
             ON EXCEPTION
              CONTINUE
            END-CALL.

      *The night's attainment: one line per deliverable with its
      *due and delivered times and the verdict as it stands.
           Writereport.
            OPEN OUTPUT reportfile
            IF reportstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "file error on reportfile - status "
              reportstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO reportrec
            STRING "==== SLA ATTAINMENT " sladate " ===="
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE SPACES TO reportrec
            STRING "DELIVERABLE    DUE      APPLIES    DELIVERED"
             " VERDICT"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            PERFORM VARYING slaidx FROM 1 BY 1
             UNTIL slaidx > slacount
             MOVE SPACES TO rlnote
             MOVE saname(slaidx) TO rlname
             MOVE SPACES TO rldue rldelivered
             STRING sadue(slaidx)(1:2) ":" sadue(slaidx)(3:2) ":"
              sadue(slaidx)(5:2)
              DELIMITED BY SIZE INTO rldue
             MOVE saapplies(slaidx) TO rlapplies
             IF sadelivered(slaidx) = SPACES THEN
              MOVE "-" TO rldelivered
             ELSE
              STRING sadelivered(slaidx)(1:2) ":"
               sadelivered(slaidx)(3:2) ":" sadelivered(slaidx)(5:2)
               DELIMITED BY SIZE INTO rldelivered
             END-IF
             MOVE saverdict(slaidx) TO rlverdict
             IF saverdict(slaidx) = "BREACHED"
              AND sadelabs(slaidx) > sadueabs(slaidx) THEN
              COMPUTE latesecs = sadelabs(slaidx) - sadueabs(slaidx)
              COMPUTE latehh = latesecs / 3600
              COMPUTE latemm = FUNCTION MOD(latesecs, 3600) / 60
              COMPUTE latess = FUNCTION MOD(latesecs, 60)
              STRING "late by " latehh ":" latemm ":" latess
               DELIMITED BY SIZE INTO rlnote
             END-IF
             WRITE reportrec FROM reportline
            END-PERFORM
            MOVE SPACES TO reportrec
            STRING "TOTAL " metcount " met, " breachcount
             " breached, " pendingcount " pending, " nacount
             " not applicable"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            CLOSE reportfile
            CALL "runreg" USING reportpath.

      *Month to date from the ledger: nights each deliverable was
      *due, how many it was met, and the percentage.
           Writemonth.
            PERFORM VARYING slaidx FROM 1 BY 1
             UNTIL slaidx > slacount
             MOVE 0 TO sanights(slaidx) samet(slaidx)
            END-PERFORM
            OPEN INPUT ledgerfile
            IF ledgerstatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ ledgerfile INTO slaline
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF sldate(1:6) = sladate(1:6)
                 AND sldate NOT> sladate
                 AND slverdict NOT= "N/A" THEN
                 PERFORM Takemonthline
                END-IF
              END-READ
             END-PERFORM
             CLOSE ledgerfile
            END-IF
            OPEN OUTPUT monthfile
            IF monthstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "file error on monthfile - status " monthstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO monthrec
            STRING "==== SLA ATTAINMENT MONTH " sladate(1:6)
             " TO " sladate " ===="
             DELIMITED BY SIZE INTO monthrec
            WRITE monthrec
            PERFORM VARYING slaidx FROM 1 BY 1
             UNTIL slaidx > slacount
             MOVE saname(slaidx) TO mlname
             MOVE sanights(slaidx) TO mlnights
             MOVE samet(slaidx) TO mlmet
             COMPUTE mlbreached = sanights(slaidx) - samet(slaidx)
             IF sanights(slaidx) > 0 THEN
              COMPUTE monthpct ROUNDED =
               samet(slaidx) * 100 / sanights(slaidx)
             ELSE
              MOVE 0 TO monthpct
             END-IF
             MOVE monthpct TO mlpct
             WRITE monthrec FROM monthline
            END-PERFORM
            CLOSE monthfile
            CALL "runreg" USING monthpath.

           Takemonthline.
            PERFORM VARYING slaidx FROM 1 BY 1
             UNTIL slaidx > slacount
             IF saname(slaidx) = slname THEN
              ADD 1 TO sanights(slaidx)
              IF slverdict = "MET" THEN
               ADD 1 TO samet(slaidx)
              END-IF
             END-IF
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
