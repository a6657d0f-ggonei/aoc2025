       IDENTIFICATION DIVISION.
       PROGRAM-ID. runbook.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT bookfile ASSIGN TO bookpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS bookstatus.

       DATA DIVISION.
           FILE SECTION.
            FD bookfile.
            01 bookrec PIC X(160).

           WORKING-STORAGE SECTION.
      *Runbook service, ownerserv-style. The maintained runbook file
      *is keyed by jobtable name and return code:
      *  RUNBOOK <job> <rc> <action> <ref>
      *  STEP <ref> <recovery step text>
      *where <rc> is one code (8), a range (8-12) or ANY for every
      *non-zero code, <job> may be * for any job, and <action> is
      *RERUN, SKIP or ESCALATE. The job's own entries beat the *
      *entries, and within those the narrowest range covering the
      *code wins. STEP lines are kept in file order under their
      *reference. Lines starting with * are comments.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchroot PIC X(200) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 bookpath PIC X(250) VALUE SPACES.
            01 bookstatus PIC X(2) VALUE SPACES.
            01 loaded PIC 9(1) VALUE 0.
            01 bookeof PIC 9(1) VALUE 0.
            01 entcount PIC 9(3) VALUE 0.
            01 entidx PIC 9(3) VALUE 0.
            01 entfound PIC 9(3) VALUE 0.
            01 enttab.
             02 bookentry OCCURS 200 TIMES.
              03 bejob PIC X(14).
              03 below PIC 9(4).
              03 behigh PIC 9(4).
              03 berange PIC X(9).
              03 beaction PIC X(8).
              03 beref PIC X(12).
            01 stepcount PIC 9(3) VALUE 0.
            01 stepidx PIC 9(3) VALUE 0.
            01 stepseen PIC 9(2) VALUE 0.
            01 steptab.
             02 stepentry OCCURS 600 TIMES.
              03 stref PIC X(12).
              03 sttext PIC X(100).
            01 btok1 PIC X(8) VALUE SPACES.
            01 btok2 PIC X(14) VALUE SPACES.
            01 btok3 PIC X(9) VALUE SPACES.
            01 btok4 PIC X(8) VALUE SPACES.
            01 btok5 PIC X(12) VALUE SPACES.
            01 bookptr PIC 9(3) VALUE 1.
            01 rangelo PIC X(4) VALUE SPACES.
            01 rangehi PIC X(4) VALUE SPACES.
            01 lookrc PIC 9(4) VALUE 0.
            01 bestwidth PIC 9(5) VALUE 0.
            01 thiswidth PIC 9(5) VALUE 0.
            01 bestexact PIC 9(1) VALUE 0.

           LINKAGE SECTION.
      *op JOB  - the entry covering rbjob and return code rbrc:
      *          rbaction, rbref, the rc as written in rbrange and
      *          the number of recovery steps in rbstepno; rbresult
      *          Y (covered) or N (no runbook entry)
      *   STEP - recovery step rbstepno of reference rbref into
      *          rbtext; rbresult Y or N (no such step)
            01 rbop PIC X(4).
            01 rbjob PIC X(14).
            01 rbrc PIC S9(4).
            01 rbaction PIC X(8).
            01 rbref PIC X(12).
            01 rbrange PIC X(9).
            01 rbstepno PIC 9(2).
            01 rbtext PIC X(100).
            01 rbresult PIC X(1).

       PROCEDURE DIVISION USING rbop rbjob rbrc rbaction rbref
            rbrange rbstepno rbtext rbresult.
           IF loaded = 0 THEN
            PERFORM Loadbook
           END-IF
           EVALUATE rbop
            WHEN "JOB "
             PERFORM Findentry
            WHEN "STEP"
             PERFORM Findstep
            WHEN OTHER
             MOVE "?" TO rbresult
           END-EVALUATE
           GOBACK.

      *Best entry for one job and return code.
           Findentry.
            MOVE SPACES TO rbaction rbref rbrange
            MOVE 0 TO rbstepno
            MOVE "N" TO rbresult
            MOVE 0 TO entfound
            IF rbrc = 0 THEN
             EXIT PARAGRAPH
            END-IF
            IF rbrc < 0 THEN
             COMPUTE lookrc = 0 - rbrc
            ELSE
             MOVE rbrc TO lookrc
            END-IF
            PERFORM VARYING entidx FROM 1 BY 1
             UNTIL entidx > entcount
             IF (bejob(entidx) = rbjob OR bejob(entidx) = "*")
              AND lookrc NOT< below(entidx)
              AND lookrc NOT> behigh(entidx) THEN
              COMPUTE thiswidth = behigh(entidx) - below(entidx)
              EVALUATE TRUE
               WHEN entfound = 0
                PERFORM Takeentry
               WHEN bejob(entidx) = rbjob AND bestexact = 0
                PERFORM Takeentry
               WHEN bejob(entidx) = "*" AND bestexact = 1
                CONTINUE
               WHEN thiswidth < bestwidth
                PERFORM Takeentry
               WHEN OTHER
                CONTINUE
              END-EVALUATE
             END-IF
            END-PERFORM
            IF entfound = 0 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO rbresult
            MOVE beaction(entfound) TO rbaction
            MOVE beref(entfound) TO rbref
            MOVE berange(entfound) TO rbrange
            PERFORM VARYING stepidx FROM 1 BY 1
             UNTIL stepidx > stepcount
             IF stref(stepidx) = rbref THEN
              ADD 1 TO rbstepno
             END-IF
            END-PERFORM.

           Takeentry.
            MOVE entidx TO entfound
            MOVE thiswidth TO bestwidth
            IF bejob(entidx) = rbjob THEN
             MOVE 1 TO bestexact
            ELSE
             MOVE 0 TO bestexact
            END-IF.

      *The rbstepno'th STEP line filed under rbref.
           Findstep.
            MOVE SPACES TO rbtext
            MOVE "N" TO rbresult
            MOVE 0 TO stepseen
            PERFORM VARYING stepidx FROM 1 BY 1
             UNTIL stepidx > stepcount OR rbresult = "Y"
             IF stref(stepidx) = rbref THEN
              ADD 1 TO stepseen
              IF stepseen = rbstepno THEN
               MOVE sttext(stepidx) TO rbtext
               MOVE "Y" TO rbresult
              END-IF
             END-IF
            END-PERFORM.

           Loadbook.
            MOVE 1 TO loaded
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
            ACCEPT bookpath FROM ENVIRONMENT "RUNBOOK_FILE"
            IF bookpath = SPACES THEN
             MOVE "RUNBOOK_FILE" TO confkey
             PERFORM Getconfig
             MOVE confval TO bookpath
            END-IF
            IF bookpath = SPACES THEN
             STRING FUNCTION TRIM(batchroot) '/runbook.txt'
              DELIMITED BY SIZE INTO bookpath
            END-IF
            OPEN INPUT bookfile
            IF bookstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO bookeof
            PERFORM UNTIL bookeof = 1
             READ bookfile
              AT END
               MOVE 1 TO bookeof
              NOT AT END
               IF bookrec NOT= SPACES
                AND bookrec(1:1) NOT= "*" THEN
                PERFORM Takeline
               END-IF
             END-READ
            END-PERFORM
            CLOSE bookfile.

      *One RUNBOOK or STEP line into its table.
           Takeline.
            MOVE SPACES TO btok1 btok2 btok3 btok4 btok5
            MOVE 1 TO bookptr
            UNSTRING bookrec DELIMITED BY ALL SPACES
             INTO btok1 btok2 WITH POINTER bookptr
            EVALUATE TRUE
             WHEN btok1 = "RUNBOOK" AND btok2 NOT= SPACES
              AND entcount < 200
              UNSTRING bookrec DELIMITED BY ALL SPACES
               INTO btok3 btok4 btok5 WITH POINTER bookptr
              PERFORM Takerange
              IF rangelo NOT= SPACES THEN
               ADD 1 TO entcount
               MOVE btok2 TO bejob(entcount)
               MOVE btok3 TO berange(entcount)
               MOVE btok4 TO beaction(entcount)
               MOVE btok5 TO beref(entcount)
               COMPUTE below(entcount) = FUNCTION NUMVAL(rangelo)
               COMPUTE behigh(entcount) = FUNCTION NUMVAL(rangehi)
              END-IF
             WHEN btok1 = "STEP" AND btok2 NOT= SPACES
              AND stepcount < 600
              ADD 1 TO stepcount
              MOVE btok2 TO stref(stepcount)
              MOVE bookrec(bookptr:) TO sttext(stepcount)
             WHEN OTHER
              CONTINUE
            END-EVALUATE.

      *"8", "8-12" or ANY into rangelo and rangehi; spaces when the
      *code is not one of those.
           Takerange.
            MOVE SPACES TO rangelo rangehi
            IF btok3 = "ANY" THEN
             MOVE "1" TO rangelo
             MOVE "9999" TO rangehi
             EXIT PARAGRAPH
            END-IF
            UNSTRING btok3 DELIMITED BY "-" INTO rangelo rangehi
            IF rangehi = SPACES THEN
             MOVE rangelo TO rangehi
            END-IF
            IF FUNCTION TEST-NUMVAL(rangelo) NOT= 0
             OR FUNCTION TEST-NUMVAL(rangehi) NOT= 0 THEN
             MOVE SPACES TO rangelo rangehi
            END-IF.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
           Getconfig.
            MOVE SPACES TO confval
            CALL "config" USING confkey confval.
