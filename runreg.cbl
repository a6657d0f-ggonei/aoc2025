       DATA DIVISION.
           FILE SECTION.
             FD registryfile.
             01 registryrec PIC X(340).

           WORKING-STORAGE SECTION.
      *Run-registry service. When the driver launches a batch it
               02 rgstamp PIC X(19).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgpath PIC X(250).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgjob PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgfp PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgrecs PIC X(7).
               02 FILLER PIC X(1) VALUE SPACE.
               02 rgbuild PIC X(14).
      *Content fingerprint and record count of the artifact as it
      *stands when registered (fpserv), so the registry can later
      *prove a file is still what the run wrote. An artifact that
      *cannot be read at registration is recorded without one.
             01 fpop PIC X(4) VALUE "FILE".
             01 fparea PIC X(250) VALUE SPACES.
             01 fpvalue PIC 9(10) VALUE 0.
             01 fpcount PIC 9(7) VALUE 0.
             01 fpresult PIC X(2) VALUE SPACES.
      *Keyed registration rides through runregidx (run id +
      *artifact sequence); the flat journal below stays as the
      *audit-friendly view and the fallback on a runtime built
           MOVE runid TO rgid
           MOVE clockdisp TO rgstamp
           MOVE artifactpath TO rgpath
      *The launching job rides along, so the registry says which
      *job wrote which artifact.
           MOVE SPACES TO rgjob
           ACCEPT rgjob FROM ENVIRONMENT "JOB_NAME"
      *So does the build of the program that wrote it: every day
      *program exports its compile stamp as PROGRAM_BUILD before it
      *writes anything. Spaces for a writer that carries none.
           MOVE SPACES TO rgbuild
           ACCEPT rgbuild FROM ENVIRONMENT "PROGRAM_BUILD"
           MOVE SPACES TO rgfp
           MOVE SPACES TO rgrecs
           MOVE "FILE" TO fpop
           MOVE artifactpath TO fparea
           CALL "fpserv" USING fpop fparea fpvalue fpcount fpresult
            ON EXCEPTION
             MOVE "99" TO fpresult
           END-CALL
           IF fpresult = "00" THEN
            MOVE fpvalue TO rgfp
            MOVE fpcount TO rgrecs
           END-IF
           MOVE "PUT " TO kregop
           MOVE runid TO kregrunid
           MOVE clockdisp TO kregstamp
