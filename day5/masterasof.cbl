       IDENTIFICATION DIVISION.
       PROGRAM-ID. masterasof.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT masterfile ASSIGN TO masterpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS masterstatus.
             SELECT asoffile ASSIGN TO asofpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS asofstatus.

       DATA DIVISION.
           FILE SECTION.
            FD masterfile.
            01 masterrec PIC X(80).
            FD asoffile.
            01 asofrec PIC X(100).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 masterpath PIC X(250) VALUE SPACES.
            01 masterstatus PIC X(2) VALUE SPACES.
            01 asofpath PIC X(250) VALUE SPACES.
            01 asofstatus PIC X(2) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
      *The dates asked about: the master as it stood at the end of
      *asofdate, and optionally what changed between that date and
      *diffdate. A label narrows either view to one owner.
            01 asofdate PIC X(8) VALUE SPACES.
            01 diffdate PIC X(8) VALUE SPACES.
            01 asoflabel PIC X(20) VALUE SPACES.
            01 opendate PIC X(8) VALUE "99991231".
      *Every range version in the master, current and closed. A
      *version is in effect on a date when it took effect on or
      *before it and was not closed until after it; unused slots
      *sort to the end.
            01 vercount PIC 9(4) VALUE 0.
            01 veridx PIC 9(4) VALUE 0.
            01 veridx2 PIC 9(4) VALUE 0.
            01 vertab.
             02 verentry OCCURS 9999 TIMES.
              03 vermin PIC 9(18) VALUE 999999999999999999.
              03 vermax PIC 9(18) VALUE 0.
              03 verlabel PIC X(20) VALUE SPACES.
              03 verfrom PIC X(8) VALUE SPACES.
              03 verto PIC X(8) VALUE SPACES.
            01 testdate PIC X(8) VALUE SPACES.
            01 ineffect PIC 9(1) VALUE 0.
            01 inother PIC 9(1) VALUE 0.
            01 matchother PIC 9(1) VALUE 0.
            01 shown PIC 9(4) VALUE 0.
            01 shownids PIC 9(18) VALUE 0.
            01 addedcount PIC 9(4) VALUE 0.
            01 removedcount PIC 9(4) VALUE 0.
            01 asofline.
             02 aslverb PIC X(8).
             02 asllabel PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 aslmin PIC Z(17)9.
             02 FILLER PIC X(3) VALUE " - ".
             02 aslmax PIC Z(17)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 asldatetag PIC X(7).
             02 asldate PIC X(8).
            01 edcount PIC Z(17)9.

       PROCEDURE DIVISION.
      *Point-in-time view of the day5 range master: the full range
      *set in effect at the end of DAY5_ASOF_DATE (or the prompt),
      *or with DAY5_ASOF_DIFF the ranges added and removed between
      *the two dates - the "was that range ours on the 3rd?"
      *question answered from the master's own version dates.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT masterpath FROM ENVIRONMENT "DAY5_MASTER"
           IF masterpath = SPACES THEN
            MOVE "DAY5_MASTER" TO confkey
            PERFORM Getconfig
            MOVE confval TO masterpath
           END-IF
           IF masterpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/rangemaster.txt'
             DELIMITED BY SIZE INTO masterpath
           END-IF
           ACCEPT asofpath FROM ENVIRONMENT "DAY5_ASOF_REPORT"
           IF asofpath = SPACES THEN
            MOVE "DAY5_ASOF_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO asofpath
           END-IF
           IF asofpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/asof.txt'
             DELIMITED BY SIZE INTO asofpath
           END-IF
           ACCEPT asofdate FROM ENVIRONMENT "DAY5_ASOF_DATE"
           IF asofdate = SPACES THEN
            DISPLAY "as of date (yyyymmdd): " WITH NO ADVANCING
            ACCEPT asofdate
           END-IF
           ACCEPT diffdate FROM ENVIRONMENT "DAY5_ASOF_DIFF"
           ACCEPT asoflabel FROM ENVIRONMENT "DAY5_ASOF_LABEL"
           IF asofdate IS NOT NUMERIC
            OR (diffdate NOT= SPACES AND diffdate IS NOT NUMERIC) THEN
            DISPLAY "dates must be given as yyyymmdd"
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF
           PERFORM Loadversions
           IF vercount > 1 THEN
            SORT verentry ON ASCENDING KEY vermin vermax verlabel
           END-IF
           OPEN OUTPUT asoffile
           IF asofstatus NOT= "00" THEN
            MOVE SPACES TO logmsg
            STRING "file error on asoffile - status " asofstatus
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF
           IF diffdate = SPACES THEN
            PERFORM Listasof
           ELSE
            PERFORM Listchanges
           END-IF
           CLOSE asoffile
           CALL "runreg" USING asofpath
           DISPLAY "range master view at " FUNCTION TRIM(asofpath)
           STOP RUN.

      *Reads every version, current and closed. A record written
      *before the master carried dates is current since 00000000.
           Loadversions.
            OPEN INPUT masterfile
            IF masterstatus NOT= "00" THEN
             DISPLAY "no range master at " FUNCTION TRIM(masterpath)
              " - run day5-p1 first"
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF
            MOVE 0 TO eof
            READ masterfile INTO masterrec
             AT END
              MOVE 1 TO eof
            END-READ
            PERFORM UNTIL eof = 1
             READ masterfile INTO masterrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF vercount < 9999 THEN
                ADD 1 TO vercount
                MOVE masterrec(1:20) TO verlabel(vercount)
                COMPUTE vermin(vercount) =
                 FUNCTION NUMVAL(masterrec(22:18))
                COMPUTE vermax(vercount) =
                 FUNCTION NUMVAL(masterrec(41:18))
                MOVE "00000000" TO verfrom(vercount)
                MOVE opendate TO verto(vercount)
                IF masterrec(59:1) = "|" THEN
                 MOVE masterrec(60:8) TO verfrom(vercount)
                 MOVE masterrec(69:8) TO verto(vercount)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE masterfile.

      *The range set in effect at the end of asofdate, in ID order,
      *each with the date its version took effect.
           Listasof.
            MOVE SPACES TO asofrec
            STRING "==== DAY5 RANGE MASTER AS OF " asofdate " ===="
             DELIMITED BY SIZE INTO asofrec
            PERFORM Labelnote
            WRITE asofrec
            MOVE asofdate TO testdate
            PERFORM VARYING veridx FROM 1 BY 1 UNTIL veridx > vercount
             PERFORM Testeffect
             IF ineffect = 1 THEN
              ADD 1 TO shown
              COMPUTE shownids =
               shownids + vermax(veridx) - vermin(veridx) + 1
              MOVE SPACES TO aslverb
              MOVE "SINCE " TO asldatetag
              MOVE verfrom(veridx) TO asldate
              PERFORM Writeversion
             END-IF
            END-PERFORM
            MOVE shownids TO edcount
            MOVE SPACES TO asofrec
            STRING "RANGES " shown " IDS " FUNCTION TRIM(edcount)
             DELIMITED BY SIZE INTO asofrec
            WRITE asofrec
            MOVE SPACES TO logmsg
            STRING "range master as of " asofdate ": " shown
             " range(s)"
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Differences between the two dates, keyed by label and span:
      *ADDED is in effect at diffdate but not at asofdate, REMOVED
      *the reverse. A range closed and reopened unchanged in
      *between is not a difference.
           Listchanges.
            MOVE SPACES TO asofrec
            STRING "==== DAY5 RANGE MASTER CHANGES " asofdate " TO "
             diffdate " ===="
             DELIMITED BY SIZE INTO asofrec
            PERFORM Labelnote
            WRITE asofrec
            PERFORM VARYING veridx FROM 1 BY 1 UNTIL veridx > vercount
             MOVE asofdate TO testdate
             PERFORM Testeffect
             MOVE ineffect TO inother
             MOVE diffdate TO testdate
             PERFORM Testeffect
             IF ineffect NOT= inother THEN
              IF ineffect = 1 THEN
               MOVE asofdate TO testdate
              END-IF
              PERFORM Findother
              IF matchother = 0 AND ineffect = 1 THEN
               ADD 1 TO addedcount
               MOVE "ADDED" TO aslverb
               MOVE "SINCE " TO asldatetag
               MOVE verfrom(veridx) TO asldate
               PERFORM Writeversion
              END-IF
              IF matchother = 0 AND ineffect = 0 THEN
               ADD 1 TO removedcount
               MOVE "REMOVED" TO aslverb
               MOVE "UNTIL " TO asldatetag
               MOVE verto(veridx) TO asldate
               PERFORM Writeversion
              END-IF
             END-IF
            END-PERFORM
            MOVE SPACES TO asofrec
            STRING "ADDED " addedcount " REMOVED " removedcount
             DELIMITED BY SIZE INTO asofrec
            WRITE asofrec
            MOVE SPACES TO logmsg
            STRING "range master changes " asofdate " to " diffdate
             ": added " addedcount " removed " removedcount
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Is some other version with the same label and span in effect
      *on testdate? (veridx's own standing there is already known.)
           Findother.
            MOVE 0 TO matchother
            PERFORM VARYING veridx2 FROM 1 BY 1
             UNTIL veridx2 > vercount OR matchother = 1
             IF veridx2 NOT= veridx
              AND verlabel(veridx2) = verlabel(veridx)
              AND vermin(veridx2) = vermin(veridx)
              AND vermax(veridx2) = vermax(veridx)
              AND verfrom(veridx2) <= testdate
              AND verto(veridx2) > testdate THEN
              MOVE 1 TO matchother
             END-IF
            END-PERFORM.

      *ineffect = 1 when version veridx stood on testdate (and
      *passes the label filter, if one was given).
           Testeffect.
            MOVE 0 TO ineffect
            IF verfrom(veridx) <= testdate
             AND verto(veridx) > testdate
             AND (asoflabel = SPACES
              OR verlabel(veridx) = asoflabel) THEN
             MOVE 1 TO ineffect
            END-IF.

      *Adds the label filter, if any, to the heading in asofrec.
           Labelnote.
            IF asoflabel NOT= SPACES THEN
             MOVE SPACES TO logmsg
             STRING FUNCTION TRIM(asofrec) " LABEL "
              FUNCTION TRIM(asoflabel)
              DELIMITED BY SIZE INTO logmsg
             MOVE logmsg TO asofrec
            END-IF.

           Writeversion.
            MOVE verlabel(veridx) TO asllabel
            MOVE vermin(veridx) TO aslmin
            MOVE vermax(veridx) TO aslmax
            WRITE asofrec FROM asofline.

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
