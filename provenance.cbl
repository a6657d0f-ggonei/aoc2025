       DATA DIVISION.
           FILE SECTION.
             FD registryfile.
             01 registryrec PIC X(340).
             FD gatefile.
             01 gaterec PIC X(100).
             FD ckfile.
             01 ckrec PIC X(160).
             FD probefile.
             01 proberec PIC X(300).
             FD lineagefile.
             01 probedatex REDEFINES probedate PIC X(8).
             01 lookback PIC 9(3) VALUE 0.
             01 pathhit PIC 9(1) VALUE 0.
      *Each listed artifact is fingerprinted again (fpserv) and the
      *result compared with what the run registered: MATCH,
      *ALTERED, NOT-ON-DISK (swept, or gone - regaudit tells which)
      *or UNRECORDED for a registration made without one.
             01 fpstate PIC X(11) VALUE SPACES.
             01 nowfp PIC X(10) VALUE SPACES.
             01 nowrecs PIC X(7) VALUE SPACES.
             01 fpop PIC X(4) VALUE "FILE".
             01 fparea PIC X(250) VALUE SPACES.
             01 fpvalue PIC 9(10) VALUE 0.
             01 fpcount PIC 9(7) VALUE 0.
             01 fpresult PIC X(2) VALUE SPACES.
      *Build comparison: the compile stamp each of the day's jobs
      *stamped on its registrations in this run against the one it
      *stamped in the run compared with - PROV_PREVRUNID, else the
      *newest earlier run that registered anything for the day.
      *A drifted answer with an unchanged build points at the input.
             01 prevrunid PIC X(11) VALUE SPACES.
             01 prevgiven PIC X(1) VALUE "N".
             01 buildcount PIC 9(2) VALUE 0.
             01 buildidx PIC 9(2) VALUE 0.
             01 buildhit PIC 9(2) VALUE 0.
             01 buildstate PIC X(15) VALUE SPACES.
             01 buildtab.
               02 buildentry OCCURS 20 TIMES.
                 03 bjob PIC X(14).
                 03 bcurrent PIC X(14).
                 03 bprevious PIC X(14).

       PROCEDURE DIVISION.
      *Answer provenance in one document: give a run id and a day
      *staged-input archives and the manifest gate results - which
      *input fed the answer, when its predecessor was archived,
      *what the gate said, every artifact that day's programs
      *registered under the run, whether each job's build changed
      *since the run it is compared with, and the final check
      *verdicts.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
            DISPLAY "run id: " WITH NO ADVANCING
            ACCEPT provrunid
           END-IF
           ACCEPT prevrunid FROM ENVIRONMENT "PROV_PREVRUNID"
           IF prevrunid NOT= SPACES THEN
            MOVE "Y" TO prevgiven
           END-IF
           ACCEPT provday FROM ENVIRONMENT "PROV_DAY"
           IF provday = SPACES THEN
            DISPLAY "day number: " WITH NO ADVANCING
           PERFORM Findarchive
           PERFORM Findgate
           PERFORM Listartifacts
           PERFORM Comparebuilds
           PERFORM Listchecks
           MOVE SPACES TO lineagerec
           STRING "END PROVENANCE - " artifactcount
      *Keeps a registry record when its path lies in the day's
      *directory.
           Checkdaypath.
            PERFORM Indaypath
            IF pathhit = 1 THEN
             ADD 1 TO artifactcount
             PERFORM Checkfingerprint
             MOVE SPACES TO lineagerec
             STRING "ARTIFACT " registryrec(13:19) " "
              FUNCTION TRIM(registryrec(33:250))
              " FINGERPRINT " fpstate
              DELIMITED BY SIZE INTO lineagerec
             WRITE lineagerec
            END-IF.

      *Does the registry record's path lie in the day's directory.
           Indaypath.
            MOVE 0 TO pathhit
            PERFORM VARYING lookback FROM 33 BY 1
             UNTIL lookback > 276 OR pathhit = 1
             IF registryrec(lookback:6) = daydir THEN
              MOVE 1 TO pathhit
             END-IF
            END-PERFORM.

      *The build of every job that registered under the day in
      *either run, and whether it changed between them.
           Comparebuilds.
            MOVE 0 TO buildcount
            OPEN INPUT registryfile
            IF registrystatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ registryfile INTO registryrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF registryrec(1:11) = provrunid
                OR registryrec(1:11) = prevrunid
                OR (prevgiven = "N"
                 AND registryrec(1:11) < provrunid) THEN
                PERFORM Indaypath
                IF pathhit = 1 THEN
                 PERFORM Takebuild
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE registryfile
            IF prevrunid = SPACES THEN
             MOVE SPACES TO lineagerec
             STRING "BUILD (no earlier run registered anything for "
              daytag(1:4) " - nothing to compare)"
              DELIMITED BY SIZE INTO lineagerec
             WRITE lineagerec
            END-IF
            PERFORM VARYING buildidx FROM 1 BY 1
             UNTIL buildidx > buildcount
             IF bcurrent(buildidx) NOT= SPACES
              OR bprevious(buildidx) NOT= SPACES THEN
              PERFORM Writebuild
             END-IF
            END-PERFORM.

      *One job's build line; without a compared run it just names
      *this run's build.
           Writebuild.
            IF prevrunid = SPACES THEN
             MOVE SPACES TO lineagerec
             STRING "BUILD " bjob(buildidx) " THIS RUN "
              bcurrent(buildidx)
              DELIMITED BY SIZE INTO lineagerec
             WRITE lineagerec
             EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
             WHEN bcurrent(buildidx) = SPACES
              OR bprevious(buildidx) = SPACES
              MOVE "BUILD UNKNOWN" TO buildstate
             WHEN bcurrent(buildidx) = bprevious(buildidx)
              MOVE "BUILD UNCHANGED" TO buildstate
             WHEN OTHER
              MOVE "BUILD CHANGED" TO buildstate
            END-EVALUATE
            MOVE SPACES TO lineagerec
            STRING "BUILD " bjob(buildidx) " THIS RUN "
             bcurrent(buildidx) " RUN " prevrunid " "
             bprevious(buildidx) " " buildstate
             DELIMITED BY SIZE INTO lineagerec
            WRITE lineagerec.

      *Files one day-directory registration: this run's build, or
      *the compared run's. With no run named to compare against,
      *the newest earlier run seen so far becomes it and what was
      *held for an older run is dropped.
           Takebuild.
            IF registryrec(284:14) = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            IF registryrec(1:11) NOT= provrunid
             AND registryrec(1:11) NOT= prevrunid THEN
             IF prevrunid NOT= SPACES
              AND registryrec(1:11) < prevrunid THEN
              EXIT PARAGRAPH
             END-IF
             IF prevgiven = "Y" THEN
              EXIT PARAGRAPH
             END-IF
             MOVE registryrec(1:11) TO prevrunid
             PERFORM VARYING buildidx FROM 1 BY 1
              UNTIL buildidx > buildcount
              MOVE SPACES TO bprevious(buildidx)
             END-PERFORM
            END-IF
            MOVE 0 TO buildhit
            PERFORM VARYING buildidx FROM 1 BY 1
             UNTIL buildidx > buildcount OR buildhit > 0
             IF bjob(buildidx) = registryrec(284:14) THEN
              MOVE buildidx TO buildhit
             END-IF
            END-PERFORM
            IF buildhit = 0 THEN
             IF buildcount >= 20 THEN
              EXIT PARAGRAPH
             END-IF
             ADD 1 TO buildcount
             MOVE buildcount TO buildhit
             MOVE registryrec(284:14) TO bjob(buildhit)
             MOVE SPACES TO bcurrent(buildhit)
             MOVE SPACES TO bprevious(buildhit)
            END-IF
            IF registryrec(318:14) = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            IF registryrec(1:11) = provrunid THEN
             MOVE registryrec(318:14) TO bcurrent(buildhit)
            ELSE
             MOVE registryrec(318:14) TO bprevious(buildhit)
            END-IF.

      *The artifact's content now against its registration.
           Checkfingerprint.
            IF registryrec(299:10) = SPACES THEN
             MOVE "UNRECORDED" TO fpstate
             EXIT PARAGRAPH
            END-IF
            MOVE "FILE" TO fpop
            MOVE registryrec(33:250) TO fparea
            CALL "fpserv" USING fpop fparea fpvalue fpcount fpresult
            IF fpresult NOT= "00" THEN
             MOVE "NOT-ON-DISK" TO fpstate
             EXIT PARAGRAPH
            END-IF
            MOVE fpvalue TO nowfp
            MOVE fpcount TO nowrecs
            IF nowfp = registryrec(299:10)
             AND nowrecs = registryrec(310:7) THEN
             MOVE "MATCH" TO fpstate
            ELSE
             MOVE "ALTERED" TO fpstate
            END-IF.

      *The day's expected-answer check records for the run date.
