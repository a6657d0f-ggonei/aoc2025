       IDENTIFICATION DIVISION.
       PROGRAM-ID. ansmaster.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT jnlfile ASSIGN TO jnlpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS jnlstatus.

       DATA DIVISION.
           FILE SECTION.
            FD jnlfile.
            01 jnlrec PIC X(383).

           WORKING-STORAGE SECTION.
      *Answer master: every published answer keyed by run date, day
      *and part (COPY ansrec), in place of each consumer's own reader
      *for dated reports, day5's result files, the scoreboard
      *history and the sweeper archive. Updates (PUT publish, SIGN
      *sign-off, ARCH archived) go through ansidx to the indexed
      *master and are also appended to a flat journal - the
      *audit-friendly view and the fallback on a runtime without
      *indexed file support, where reads (GET, FROM/NEXT/END) are
      *answered by replaying the journal instead.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 resolved PIC 9(1) VALUE 0.
            01 masterpath PIC X(250) VALUE SPACES.
            01 jnlpath PIC X(250) VALUE SPACES.
            01 jnlstatus PIC X(2) VALUE SPACES.
            01 jnleof PIC 9(1) VALUE 0.
            01 jnlline.
             02 jnlop PIC X(4).
             02 FILLER PIC X(1) VALUE SPACE.
             02 jnlbody PIC X(378).
            COPY ansrec.
            01 viewmode PIC X(1) VALUE "K".
            01 lokey PIC X(12) VALUE SPACES.
            01 hikey PIC X(12) VALUE SPACES.
            01 jnlcount PIC 9(4) VALUE 0.
            01 jnlidx PIC 9(4) VALUE 0.
            01 jnlpos PIC 9(4) VALUE 0.
            01 jnlfound PIC 9(4) VALUE 0.
      *Journal replay table, at most 2000 entries per read; unused
      *entries hold high values so they sort to the end.
            01 jnltab.
             02 jnlentry OCCURS 2000 TIMES.
              03 tekey.
               04 tedate PIC X(8).
               04 teday PIC 9(2).
               04 tepart PIC X(2).
              03 teprogram PIC X(14).
              03 teanswer PIC X(40).
              03 teverdict PIC X(8).
              03 terunid PIC X(11).
              03 techecksum PIC 9(7).
              03 tesignoff PIC X(8).
              03 tesigner PIC X(12).
              03 tesigndate PIC X(8).
              03 testate PIC X(8).
              03 telocation PIC X(250).

           LINKAGE SECTION.
            01 amop PIC X(4).
            01 amarea PIC X(378).
            01 amresult PIC X(2).

       PROCEDURE DIVISION USING amop amarea amresult.
           MOVE "99" TO amresult
           IF resolved = 0 THEN
            PERFORM Resolvepaths
           END-IF
           EVALUATE amop
            WHEN "PUT "
            WHEN "SIGN"
            WHEN "ARCH"
             PERFORM Journal
             PERFORM Callidx
            WHEN "GET "
             MOVE "K" TO viewmode
             PERFORM Callidx
             IF amresult NOT= "00" AND amresult NOT= "23" THEN
              MOVE amarea(1:12) TO lokey hikey
              PERFORM Loadjournal
              IF jnlcount > 0 THEN
               MOVE jnlentry(1) TO amarea
               MOVE "00" TO amresult
              ELSE
               MOVE "23" TO amresult
              END-IF
             END-IF
            WHEN "FROM"
             MOVE "K" TO viewmode
             PERFORM Callidx
             IF amresult NOT= "00" AND amresult NOT= "10" THEN
              MOVE "J" TO viewmode
              MOVE amarea(1:12) TO lokey
              MOVE HIGH-VALUES TO hikey
              PERFORM Loadjournal
              MOVE 0 TO jnlpos
              IF jnlcount > 0 THEN
               MOVE "00" TO amresult
              ELSE
               MOVE "10" TO amresult
              END-IF
             END-IF
            WHEN "NEXT"
             IF viewmode = "J" THEN
              ADD 1 TO jnlpos
              IF jnlpos > jnlcount THEN
               MOVE "10" TO amresult
              ELSE
               MOVE jnlentry(jnlpos) TO amarea
               MOVE "00" TO amresult
              END-IF
             ELSE
              PERFORM Callidx
             END-IF
            WHEN "END "
             IF viewmode = "J" THEN
              MOVE "K" TO viewmode
              MOVE "00" TO amresult
             ELSE
              PERFORM Callidx
             END-IF
            WHEN OTHER
             MOVE "98" TO amresult
           END-EVALUATE
           GOBACK.

           Resolvepaths.
            ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
            IF batchyear = SPACES THEN
             MOVE "aoc2025" TO batchyear
            END-IF
            ACCEPT masterpath FROM ENVIRONMENT "ANSWER_MASTER"
            IF masterpath = SPACES THEN
             MOVE "ANSWER_MASTER" TO confkey
             PERFORM Getconfig
             MOVE confval TO masterpath
            END-IF
            IF masterpath = SPACES THEN
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/answermaster.idx'
              DELIMITED BY SIZE INTO masterpath
            END-IF
            ACCEPT jnlpath FROM ENVIRONMENT "ANSWER_JOURNAL"
            IF jnlpath = SPACES THEN
             MOVE "ANSWER_JOURNAL" TO confkey
             PERFORM Getconfig
             MOVE confval TO jnlpath
            END-IF
            IF jnlpath = SPACES THEN
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/answerjournal.txt'
              DELIMITED BY SIZE INTO jnlpath
            END-IF
            MOVE 1 TO resolved.

      *The keyed engine; a runtime without it answers 99.
           Callidx.
            CALL "ansidx" USING amop amarea amresult masterpath
             ON EXCEPTION
              MOVE "99" TO amresult
            END-CALL.

      *Every update is appended before the keyed write is tried.
           Journal.
            MOVE amop TO jnlop
            MOVE amarea TO jnlbody
            OPEN EXTEND jnlfile
            IF jnlstatus NOT= "00" THEN
             OPEN OUTPUT jnlfile
            END-IF
            IF jnlstatus = "00" THEN
             WRITE jnlrec FROM jnlline
             CLOSE jnlfile
            END-IF.

      *Replays the journal into the table for keys lokey..hikey,
      *applying each update the way ansidx does, then sorts it.
           Loadjournal.
            MOVE HIGH-VALUES TO jnltab
            MOVE 0 TO jnlcount
            OPEN INPUT jnlfile
            IF jnlstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO jnleof
            PERFORM UNTIL jnleof = 1
             READ jnlfile INTO jnlline
              AT END
               MOVE 1 TO jnleof
              NOT AT END
               MOVE jnlbody TO ansrecord
               PERFORM Replayline
             END-READ
            END-PERFORM
            CLOSE jnlfile
            IF jnlcount > 1 THEN
             SORT jnlentry ON ASCENDING KEY tekey
            END-IF.

           Replayline.
            EVALUATE jnlop
             WHEN "PUT "
              IF anskey >= lokey AND anskey <= hikey THEN
               PERFORM Findentry
               IF jnlfound > 0 THEN
                IF teanswer(jnlfound) = ansanswer
                 AND techecksum(jnlfound) = anschecksum THEN
                 MOVE tesignoff(jnlfound) TO anssignoff
                 MOVE tesigner(jnlfound) TO anssigner
                 MOVE tesigndate(jnlfound) TO anssigndate
                END-IF
                MOVE ansrecord TO jnlentry(jnlfound)
               ELSE
                PERFORM Addentry
               END-IF
              END-IF
             WHEN "SIGN"
              PERFORM VARYING jnlidx FROM 1 BY 1
               UNTIL jnlidx > jnlcount
               IF tedate(jnlidx) = ansdate AND teday(jnlidx) = ansday
                AND (anspart = SPACES OR tepart(jnlidx) = anspart)
               THEN
                MOVE anssignoff TO tesignoff(jnlidx)
                MOVE anssigner TO tesigner(jnlidx)
                MOVE anssigndate TO tesigndate(jnlidx)
               END-IF
              END-PERFORM
             WHEN "ARCH"
              IF anskey >= lokey AND anskey <= hikey THEN
               PERFORM Findentry
               IF jnlfound > 0 THEN
                MOVE ansstate TO testate(jnlfound)
                MOVE anslocation TO telocation(jnlfound)
               ELSE
                PERFORM Addentry
               END-IF
              END-IF
             WHEN OTHER
              CONTINUE
            END-EVALUATE.

           Findentry.
            MOVE 0 TO jnlfound
            PERFORM VARYING jnlidx FROM 1 BY 1
             UNTIL jnlidx > jnlcount OR jnlfound > 0
             IF tekey(jnlidx) = anskey THEN
              MOVE jnlidx TO jnlfound
             END-IF
            END-PERFORM.

           Addentry.
            IF jnlcount < 2000 THEN
             ADD 1 TO jnlcount
             MOVE ansrecord TO jnlentry(jnlcount)
            END-IF.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
           Getconfig.
            MOVE SPACES TO confval
            CALL "config" USING confkey confval.
