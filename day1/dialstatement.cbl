       IDENTIFICATION DIVISION.
       PROGRAM-ID. dialstatement.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT trailfile ASSIGN TO trailpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS trailstatus.
             SELECT alertfile ASSIGN TO alertpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS alertstatus.
             SELECT statefile ASSIGN TO statepath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS statestatus.
             SELECT stmtfile ASSIGN TO stmtpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS stmtstatus.

       DATA DIVISION.
           FILE SECTION.
            FD trailfile.
            01 trailrec PIC X(40).
            FD alertfile.
            01 alertrec PIC X(80).
            FD statefile.
            01 staterec PIC X(40).
            FD stmtfile.
            01 stmtrec PIC X(100).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
            01 auditpath PIC X(250) VALUE SPACES.
            01 trailpath PIC X(250) VALUE SPACES.
            01 trailstatus PIC X(2) VALUE SPACES.
            01 alertbase PIC X(250) VALUE SPACES.
            01 alertpath PIC X(250) VALUE SPACES.
            01 alertstatus PIC X(2) VALUE SPACES.
            01 statepath PIC X(250) VALUE SPACES.
            01 statestatus PIC X(2) VALUE SPACES.
            01 stmtbase PIC X(250) VALUE SPACES.
            01 stmtpath PIC X(250) VALUE SPACES.
            01 stmtstatus PIC X(2) VALUE SPACES.
            01 errfile PIC X(30) VALUE SPACES.
            01 errstatus PIC X(2) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
            01 pathlen PIC 9(3) VALUE 0.
            01 rundate PIC X(8) VALUE SPACES.
      *The statement month (yyyymm) and the walk over its days; the
      *dated audit trail and dated alert file of each day are read
      *where the bank ran that day.
            01 stmtmonth PIC X(6) VALUE SPACES.
            01 monthstart PIC 9(8) VALUE 0.
            01 monthstartx REDEFINES monthstart PIC X(8).
            01 walkint PIC 9(8) VALUE 0.
            01 walkdate PIC 9(8) VALUE 0.
            01 walkdatex REDEFINES walkdate PIC X(8).
            01 dayidx PIC 9(2) VALUE 0.
            01 daysinmonth PIC 9(2) VALUE 0.
            01 trailsread PIC 9(2) VALUE 0.
            01 alertsread PIC 9(2) VALUE 0.
            01 maxdials PIC 9(2) VALUE 10.
            01 dialidx PIC 9(2) VALUE 0.
            01 recdial PIC 9(2) VALUE 0.
            01 recpos PIC S9(4) VALUE 0.
            01 recmag PIC S9(9) VALUE 0.
            01 reccount PIC 9(7) VALUE 0.
            01 mtok1 PIC X(6) VALUE SPACES.
            01 mtok2 PIC X(6) VALUE SPACES.
            01 mtok3 PIC X(2) VALUE SPACES.
            01 mtok4 PIC X(4) VALUE SPACES.
            01 mtok5 PIC X(4) VALUE SPACES.
            01 mtok6 PIC X(4) VALUE SPACES.
            01 mtok7 PIC X(4) VALUE SPACES.
            01 mtok8 PIC X(12) VALUE SPACES.
      *One month of history per dial: the month's opening position
      *(the first OPEN record seen), the running trail position,
      *totals, the closing position from the state file, and a day
      *bucket per calendar day.
            01 dialtab.
             02 dialentry OCCURS 10 TIMES.
              03 dopen PIC S9(4).
              03 dopenday PIC X(8).
              03 dopenknown PIC 9(1).
              03 dpos PIC S9(4).
              03 dposknown PIC 9(1).
              03 dnet PIC S9(9).
              03 dadj PIC S9(9).
              03 dbreak PIC S9(9).
              03 dland PIC 9(7).
              03 dpass PIC 9(7).
              03 dalarms PIC 9(5).
              03 drunpass PIC 9(7).
              03 dactive PIC 9(1).
              03 dclose PIC S9(4).
              03 dclosehave PIC 9(1).
              03 dayentry OCCURS 31 TIMES.
               04 ynet PIC S9(9).
               04 yland PIC 9(7).
               04 ypass PIC 9(7).
               04 yalarm PIC 9(5).
               04 yclose PIC S9(4).
               04 yact PIC 9(1).
      *Position changes between instructions, in trail order: the
      *audited maintenance SET/RESET records, and any change found
      *between one run's close and the next run's OPEN that no
      *maintenance record explains (BREAK).
            01 evcount PIC 9(4) VALUE 0.
            01 evidx PIC 9(4) VALUE 0.
            01 evdropped PIC 9(4) VALUE 0.
            01 evtab.
             02 eventry OCCURS 500 TIMES.
              03 evdial PIC 9(2).
              03 evday PIC 9(2).
              03 evkind PIC X(5).
              03 evfrom PIC S9(4).
              03 evto PIC S9(4).
              03 evuser PIC X(12).
            01 evnewkind PIC X(5) VALUE SPACES.
            01 evnewuser PIC X(12) VALUE SPACES.
            01 evadj PIC S9(4) VALUE 0.
            01 stmtptr PIC 9(3) VALUE 0.
            01 proofsum PIC S9(9) VALUE 0.
            01 proofpos PIC S9(4) VALUE 0.
            01 dialsshown PIC 9(2) VALUE 0.
            01 dialsbalanced PIC 9(2) VALUE 0.
            01 dialsout PIC 9(2) VALUE 0.
            01 posedit PIC 9(3) VALUE 0.
            01 posedit2 PIC 9(3) VALUE 0.
            01 sgnedit PIC +(8)9.
            01 sgnedit2 PIC +(8)9.
            01 sgnedit3 PIC +(8)9.
            01 closesource PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
      *Month-end dial bank statement for the hardware team: per
      *dial, the opening position, every maintenance adjustment and
      *who made it, daily net movement, zero landings, pass-throughs
      *and alarms by day, and the closing position, with a proof
      *that opening plus movement plus adjustments comes to the
      *closing position on the 100-position dial.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "dialstatement" TO excprogram
           ACCEPT auditpath FROM ENVIRONMENT "DAY1_AUDIT"
           IF auditpath = SPACES THEN
            MOVE "DAY1_AUDIT" TO confkey
            PERFORM Getconfig
            MOVE confval TO auditpath
           END-IF
           IF auditpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/audit.txt'
             DELIMITED BY SIZE INTO auditpath
           END-IF
           ACCEPT alertbase FROM ENVIRONMENT "DAY1_ALERTS"
           IF alertbase = SPACES THEN
            MOVE "DAY1_ALERTS" TO confkey
            PERFORM Getconfig
            MOVE confval TO alertbase
           END-IF
           IF alertbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/dialalerts'
             DELIMITED BY SIZE INTO alertbase
           END-IF
           ACCEPT statepath FROM ENVIRONMENT "DAY1_STATE"
           IF statepath = SPACES THEN
            MOVE "DAY1_STATE" TO confkey
            PERFORM Getconfig
            MOVE confval TO statepath
           END-IF
           IF statepath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/dialstate.txt'
             DELIMITED BY SIZE INTO statepath
           END-IF
           ACCEPT stmtmonth FROM ENVIRONMENT "DAY1_STATEMENT_MONTH"
           IF stmtmonth = SPACES THEN
            MOVE "DAY1_STATEMENT_MONTH" TO confkey
            PERFORM Getconfig
            MOVE confval TO stmtmonth
           END-IF
           IF stmtmonth = SPACES THEN
            MOVE rundate(1:6) TO stmtmonth
           END-IF
           ACCEPT stmtbase FROM ENVIRONMENT "DAY1_STATEMENT"
           IF stmtbase = SPACES THEN
            MOVE "DAY1_STATEMENT" TO confkey
            PERFORM Getconfig
            MOVE confval TO stmtbase
           END-IF
           IF stmtbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/dialstatement'
             DELIMITED BY SIZE INTO stmtbase
           END-IF
           STRING FUNCTION TRIM(stmtbase) "_" stmtmonth ".txt"
            DELIMITED BY SIZE INTO stmtpath
           STRING stmtmonth "01" DELIMITED BY SIZE INTO monthstartx
           IF monthstartx IS NOT NUMERIC
            OR FUNCTION TEST-DATE-YYYYMMDD(monthstart) NOT= 0 THEN
            MOVE SPACES TO logmsg
            STRING "statement month '" stmtmonth
             "' is not a valid yyyymm - no statement written"
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF
           PERFORM VARYING dialidx FROM 1 BY 1 UNTIL dialidx > maxdials
            INITIALIZE dialentry(dialidx)
           END-PERFORM
           COMPUTE walkint = FUNCTION INTEGER-OF-DATE(monthstart)
           COMPUTE walkdate = FUNCTION DATE-OF-INTEGER(walkint)
           PERFORM UNTIL walkdatex(1:6) NOT= stmtmonth
            ADD 1 TO daysinmonth
            MOVE daysinmonth TO dayidx
            PERFORM Readtrail
            PERFORM Readalerts
            ADD 1 TO walkint
            COMPUTE walkdate = FUNCTION DATE-OF-INTEGER(walkint)
           END-PERFORM
           PERFORM Readstate
           OPEN OUTPUT stmtfile
           MOVE "stmtfile" TO errfile
           MOVE stmtstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO stmtrec
           STRING "==== DIAL BANK STATEMENT " stmtmonth " ===="
            DELIMITED BY SIZE INTO stmtrec
           WRITE stmtrec
           MOVE SPACES TO stmtrec
           STRING "AUDIT TRAILS READ " trailsread " OF "
            daysinmonth " DAYS  ALERT FILES READ " alertsread
            DELIMITED BY SIZE INTO stmtrec
           WRITE stmtrec
           PERFORM VARYING dialidx FROM 1 BY 1 UNTIL dialidx > maxdials
            IF dactive(dialidx) = 1
             OR (dclosehave(dialidx) = 1 AND dopenknown(dialidx) = 1
             AND dclose(dialidx) NOT= dopen(dialidx)) THEN
             PERFORM Writedial
            END-IF
           END-PERFORM
           MOVE SPACES TO stmtrec
           STRING "DIALS " dialsshown " BALANCED " dialsbalanced
            " OUT OF BALANCE " dialsout
            DELIMITED BY SIZE INTO stmtrec
           WRITE stmtrec
           CLOSE stmtfile
           CALL "runreg" USING stmtpath
           IF evdropped > 0 THEN
            MOVE SPACES TO logmsg
            STRING evdropped " position changes beyond the 500 the "
             "statement lists were left out of the detail"
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
           END-IF
           MOVE SPACES TO logmsg
           STRING "dial statement " stmtmonth " written to "
            FUNCTION TRIM(stmtpath) " - dials " dialsshown
            " out of balance " dialsout
            DELIMITED BY SIZE INTO logmsg
           IF dialsout > 0 OR trailsread = 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           IF trailsread = 0 THEN
            MOVE SPACES TO logmsg
            STRING "no dated audit trails found for " stmtmonth
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
           END-IF
           IF dialsout > 0 OR trailsread = 0 THEN
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

      *One day's dated audit trail, named from DAY1_AUDIT the way
      *day1 names it: audit.txt is kept as audit_yyyymmdd.txt.
           Readtrail.
            MOVE SPACES TO trailpath
            COMPUTE pathlen = FUNCTION LENGTH(
             FUNCTION TRIM(auditpath, TRAILING))
            IF pathlen > 4 AND auditpath(pathlen - 3:4) = ".txt" THEN
             STRING auditpath(1:pathlen - 4) "_" walkdatex ".txt"
              DELIMITED BY SIZE INTO trailpath
            ELSE
             STRING auditpath(1:pathlen) "_" walkdatex
              DELIMITED BY SIZE INTO trailpath
            END-IF
            OPEN INPUT trailfile
            IF trailstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO trailsread
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ trailfile INTO trailrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               EVALUATE TRUE
                WHEN trailrec(1:5) = "OPEN "
                 PERFORM Takeopen
                WHEN trailrec(1:6) = "MAINT "
                 PERFORM Takemaint
                WHEN trailrec(30:3) = " D "
                 PERFORM Takeinstruction
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE trailfile
            PERFORM VARYING dialidx FROM 1 BY 1
             UNTIL dialidx > maxdials
             ADD drunpass(dialidx) TO ypass(dialidx, dayidx)
             ADD drunpass(dialidx) TO dpass(dialidx)
             MOVE 0 TO drunpass(dialidx)
             MOVE dpos(dialidx) TO yclose(dialidx, dayidx)
            END-PERFORM.

      *A run's starting position. The first one of the month is
      *the opening position; a later one that differs from where
      *the trail left the dial is a change nobody audited. A rerun
      *appends to the same day's trail, so the previous run's
      *pass-through count is banked first.
           Takeopen.
            IF trailrec(8:2) IS NOT NUMERIC
             OR trailrec(15:3) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE recdial = FUNCTION NUMVAL(trailrec(8:2))
            COMPUTE recpos = FUNCTION NUMVAL(trailrec(15:3))
            IF recdial < 1 OR recdial > maxdials THEN
             EXIT PARAGRAPH
            END-IF
            ADD drunpass(recdial) TO ypass(recdial, dayidx)
            ADD drunpass(recdial) TO dpass(recdial)
            MOVE 0 TO drunpass(recdial)
            IF dposknown(recdial) = 1
             AND recpos NOT= dpos(recdial) THEN
             MOVE "BREAK" TO evnewkind
             MOVE SPACES TO evnewuser
             PERFORM Addevent
             COMPUTE dbreak(recdial) = dbreak(recdial)
              + recpos - dpos(recdial)
             MOVE 1 TO dactive(recdial)
             MOVE 1 TO yact(recdial, dayidx)
            END-IF
            IF dopenknown(recdial) = 0 THEN
             MOVE 1 TO dopenknown(recdial)
             MOVE recpos TO dopen(recdial)
             MOVE walkdatex TO dopenday(recdial)
            END-IF
            MOVE recpos TO dpos(recdial)
            MOVE 1 TO dposknown(recdial).

      *"MAINT SET|RESET D <dial> POS <position> BY <user>".
           Takemaint.
            MOVE SPACES TO mtok1 mtok2 mtok3 mtok4 mtok5 mtok6
             mtok7 mtok8
            UNSTRING trailrec DELIMITED BY ALL SPACES INTO
             mtok1 mtok2 mtok3 mtok4 mtok5 mtok6 mtok7 mtok8
            IF FUNCTION TRIM(mtok4) IS NOT NUMERIC
             OR FUNCTION TRIM(mtok6) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE recdial = FUNCTION NUMVAL(mtok4)
            COMPUTE recpos = FUNCTION NUMVAL(mtok6)
            IF recdial < 1 OR recdial > maxdials THEN
             EXIT PARAGRAPH
            END-IF
            IF dposknown(recdial) = 0 THEN
             MOVE 1 TO dposknown(recdial)
             MOVE recpos TO dpos(recdial)
             IF dopenknown(recdial) = 0 THEN
              MOVE 1 TO dopenknown(recdial)
              MOVE recpos TO dopen(recdial)
              MOVE walkdatex TO dopenday(recdial)
             END-IF
            END-IF
            MOVE mtok2 TO evnewkind
            MOVE mtok8 TO evnewuser
            PERFORM Addevent
            COMPUTE dadj(recdial) = dadj(recdial)
             + recpos - dpos(recdial)
            MOVE recpos TO dpos(recdial)
            MOVE 1 TO dactive(recdial)
            MOVE 1 TO yact(recdial, dayidx).

      *Records the change of recdial from its trail position to
      *recpos (kind in evnewkind, user in evnewuser). Past the
      *table's capacity the change still counts in the totals and
      *the proof; only its detail line is lost.
           Addevent.
            IF evcount >= 500 THEN
             ADD 1 TO evdropped
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO evcount
            MOVE recdial TO evdial(evcount)
            MOVE dayidx TO evday(evcount)
            MOVE evnewkind TO evkind(evcount)
            MOVE dpos(recdial) TO evfrom(evcount)
            MOVE recpos TO evto(evcount)
            MOVE evnewuser TO evuser(evcount)
            IF evuser(evcount) = SPACES THEN
             MOVE "(unsigned)" TO evuser(evcount)
            END-IF.

      *One instruction record: signed magnitude at 3, resulting
      *position at 13, the run's running pass count at 23, dial at
      *33.
           Takeinstruction.
            IF trailrec(33:2) IS NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE recdial = FUNCTION NUMVAL(trailrec(33:2))
            IF recdial < 1 OR recdial > maxdials THEN
             EXIT PARAGRAPH
            END-IF
            COMPUTE recmag = FUNCTION NUMVAL(trailrec(3:9))
            COMPUTE recpos = FUNCTION NUMVAL(trailrec(13:9))
            COMPUTE reccount = FUNCTION NUMVAL(trailrec(23:7))
            ADD recmag TO ynet(recdial, dayidx)
            ADD recmag TO dnet(recdial)
            IF recpos = 0 THEN
             ADD 1 TO yland(recdial, dayidx)
             ADD 1 TO dland(recdial)
            END-IF
            MOVE reccount TO drunpass(recdial)
            IF dposknown(recdial) = 0 THEN
             MOVE 1 TO dposknown(recdial)
            END-IF
            MOVE recpos TO dpos(recdial)
            MOVE 1 TO dactive(recdial)
            MOVE 1 TO yact(recdial, dayidx).

      *The day's dated alert file, written only when thresholds
      *were loaded: "ALERT D <dial> ...".
           Readalerts.
            MOVE SPACES TO alertpath
            STRING FUNCTION TRIM(alertbase) "_" walkdatex ".txt"
             DELIMITED BY SIZE INTO alertpath
            OPEN INPUT alertfile
            IF alertstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO alertsread
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ alertfile INTO alertrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF alertrec(1:8) = "ALERT D "
                AND alertrec(9:2) IS NUMERIC THEN
                COMPUTE recdial = FUNCTION NUMVAL(alertrec(9:2))
                IF recdial >= 1 AND recdial <= maxdials THEN
                 ADD 1 TO yalarm(recdial, dayidx)
                 ADD 1 TO dalarms(recdial)
                 MOVE 1 TO dactive(recdial)
                 MOVE 1 TO yact(recdial, dayidx)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE alertfile.

      *Closing positions from the dial state file day1 persists.
           Readstate.
            OPEN INPUT statefile
            IF statestatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no dial state at " FUNCTION TRIM(statepath)
              " - closing positions taken from the audit trail"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ statefile INTO staterec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF staterec(1:2) = "D " AND staterec(3:2) IS NUMERIC
                THEN
                COMPUTE recdial = FUNCTION NUMVAL(staterec(3:2))
                IF recdial >= 1 AND recdial <= maxdials THEN
                 COMPUTE dclose(recdial) =
                  FUNCTION NUMVAL(staterec(11:5))
                 MOVE 1 TO dclosehave(recdial)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE statefile.

      *One dial's statement: opening, the days in order with their
      *adjustments ahead of the day's movement line, closing,
      *totals and the proof.
           Writedial.
            ADD 1 TO dialsshown
            MOVE SPACES TO stmtrec
            WRITE stmtrec
            MOVE SPACES TO stmtrec
            STRING "---- DIAL " dialidx " ----"
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
            IF dopenknown(dialidx) = 0 THEN
             MOVE dpos(dialidx) TO dopen(dialidx)
             MOVE stmtmonth TO dopenday(dialidx)
            END-IF
            MOVE dopen(dialidx) TO posedit
            MOVE SPACES TO stmtrec
            STRING "OPENING POSITION " posedit " ON "
             dopenday(dialidx)
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
            PERFORM VARYING dayidx FROM 1 BY 1
             UNTIL dayidx > daysinmonth
             IF yact(dialidx, dayidx) = 1 THEN
              PERFORM Writeday
             END-IF
            END-PERFORM
            IF dclosehave(dialidx) = 1 THEN
             MOVE "STATE FILE" TO closesource
            ELSE
             MOVE dpos(dialidx) TO dclose(dialidx)
             MOVE "TRAIL" TO closesource
            END-IF
            MOVE dclose(dialidx) TO posedit
            MOVE SPACES TO stmtrec
            STRING "CLOSING POSITION " posedit " ("
             FUNCTION TRIM(closesource) ")"
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
            IF dclosehave(dialidx) = 1
             AND dposknown(dialidx) = 1
             AND dclose(dialidx) NOT= dpos(dialidx) THEN
             MOVE dpos(dialidx) TO posedit
             MOVE SPACES TO stmtrec
             STRING "  LAST AUDITED POSITION " posedit
              " DIFFERS FROM STATE FILE"
              DELIMITED BY SIZE INTO stmtrec
             WRITE stmtrec
            END-IF
            MOVE dnet(dialidx) TO sgnedit
            MOVE dadj(dialidx) TO sgnedit2
            MOVE SPACES TO stmtrec
            STRING "TOTALS MOVEMENT " FUNCTION TRIM(sgnedit)
             " ADJUSTMENTS " FUNCTION TRIM(sgnedit2)
             " LANDINGS " dland(dialidx)
             " PASSES " dpass(dialidx)
             " ALARMS " dalarms(dialidx)
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec
            IF dbreak(dialidx) NOT= 0 THEN
             MOVE dbreak(dialidx) TO sgnedit
             MOVE SPACES TO stmtrec
             STRING "UNEXPLAINED CHANGES " FUNCTION TRIM(sgnedit)
              DELIMITED BY SIZE INTO stmtrec
             WRITE stmtrec
            END-IF
            PERFORM Writeproof.

      *The day's maintenance and unexplained changes, then its
      *movement line.
           Writeday.
            PERFORM VARYING evidx FROM 1 BY 1
             UNTIL evidx > evcount
             IF evdial(evidx) = dialidx AND evday(evidx) = dayidx
              THEN
              PERFORM Writeevent
             END-IF
            END-PERFORM
            COMPUTE walkint = FUNCTION INTEGER-OF-DATE(monthstart)
             + dayidx - 1
            COMPUTE walkdate = FUNCTION DATE-OF-INTEGER(walkint)
            MOVE ynet(dialidx, dayidx) TO sgnedit
            MOVE yclose(dialidx, dayidx) TO posedit
            MOVE SPACES TO stmtrec
            STRING "  " walkdatex " NET " FUNCTION TRIM(sgnedit)
             " LANDINGS " yland(dialidx, dayidx)
             " PASSES " ypass(dialidx, dayidx)
             " ALARMS " yalarm(dialidx, dayidx)
             " CLOSE " posedit
             DELIMITED BY SIZE INTO stmtrec
            WRITE stmtrec.

           Writeevent.
            COMPUTE walkint = FUNCTION INTEGER-OF-DATE(monthstart)
             + dayidx - 1
            COMPUTE walkdate = FUNCTION DATE-OF-INTEGER(walkint)
            COMPUTE evadj = evto(evidx) - evfrom(evidx)
            MOVE evadj TO sgnedit
            MOVE evfrom(evidx) TO posedit
            MOVE evto(evidx) TO posedit2
            MOVE SPACES TO stmtrec
            IF evkind(evidx) = "BREAK" THEN
             STRING "  " walkdatex " UNEXPLAINED " posedit " TO "
              posedit2 " (" FUNCTION TRIM(sgnedit)
              ") - NO MAINTENANCE RECORD"
              DELIMITED BY SIZE INTO stmtrec
            ELSE
             STRING "  " walkdatex " ADJUSTMENT "
              FUNCTION TRIM(evkind(evidx)) " " posedit " TO "
              posedit2 " (" FUNCTION TRIM(sgnedit) ") BY "
              FUNCTION TRIM(evuser(evidx))
              DELIMITED BY SIZE INTO stmtrec
            END-IF
            WRITE stmtrec.

      *Opening + movement + adjustments, taken round the 100
      *positions of the dial, must land on the closing position.
           Writeproof.
            COMPUTE proofsum = dopen(dialidx) + dnet(dialidx)
             + dadj(dialidx)
            COMPUTE proofpos = FUNCTION MOD(proofsum, 100)
            MOVE dopen(dialidx) TO posedit
            MOVE dnet(dialidx) TO sgnedit
            MOVE dadj(dialidx) TO sgnedit2
            MOVE proofsum TO sgnedit3
            MOVE proofpos TO posedit2
            MOVE SPACES TO stmtrec
            MOVE 1 TO stmtptr
            STRING "PROOF " posedit " " FUNCTION TRIM(sgnedit)
             " " FUNCTION TRIM(sgnedit2) " = "
             FUNCTION TRIM(sgnedit3) " = " posedit2 " MOD 100"
             DELIMITED BY SIZE INTO stmtrec WITH POINTER stmtptr
            MOVE dclose(dialidx) TO posedit
            IF proofpos = dclose(dialidx) THEN
             ADD 1 TO dialsbalanced
             STRING " CLOSING " posedit " - BALANCED"
              DELIMITED BY SIZE INTO stmtrec WITH POINTER stmtptr
            ELSE
             ADD 1 TO dialsout
             STRING " CLOSING " posedit " - OUT OF BALANCE"
              DELIMITED BY SIZE INTO stmtrec WITH POINTER stmtptr
            END-IF
            WRITE stmtrec
            IF proofpos NOT= dclose(dialidx) THEN
             MOVE "WARN" TO excseverity
             MOVE SPACES TO exckey
             STRING "DIAL " dialidx " " stmtmonth
              DELIMITED BY SIZE INTO exckey
             MOVE SPACES TO excmessage
             STRING "statement out of balance - proof " posedit2
              " closing " posedit
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
            END-IF.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the statement.
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
