       IDENTIFICATION DIVISION.
       PROGRAM-ID. buildinv.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT registryfile ASSIGN TO registrypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS registrystatus.
               SELECT invfile ASSIGN TO invpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS invstatus.

       DATA DIVISION.
           FILE SECTION.
             FD registryfile.
             01 registryrec PIC X(340).
             FD invfile.
             01 invrec PIC X(100).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 registrypath PIC X(250) VALUE SPACES.
             01 registrystatus PIC X(2) VALUE SPACES.
             01 invpath PIC X(250) VALUE SPACES.
             01 invstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 rundate PIC X(8) VALUE SPACES.
             01 numjobs PIC 9(2) VALUE 20.
             01 jobidx PIC 9(2) VALUE 0.
             01 regjob PIC 9(2) VALUE 0.
             01 knowncount PIC 9(2) VALUE 0.
             01 unknowncount PIC 9(2) VALUE 0.
             COPY jobtable.
      *Every build each job has run under, with the registry stamp
      *and run id of the first registration that carried it - a
      *rollback to an older build keeps that build's original
      *first-seen date rather than starting it over.
             01 seencount PIC 9(4) VALUE 0.
             01 seenidx PIC 9(4) VALUE 0.
             01 seenhit PIC 9(4) VALUE 0.
             01 seenfull PIC 9(1) VALUE 0.
             01 seentab.
               02 seenentry OCCURS 2000 TIMES.
                 03 seenjob PIC 9(2).
                 03 seenbuild PIC X(14).
                 03 seenstamp PIC X(19).
                 03 seenrun PIC X(11).
      *The newest registration of each jobtable entry: its build is
      *the job's current build.
             01 jobstate.
               02 jobstateentry OCCURS 20 TIMES.
                 03 curbuild PIC X(14).
                 03 lastrun PIC X(11).
                 03 buildsseen PIC 9(3).
             01 invhead.
               02 FILLER PIC X(15) VALUE "JOB".
               02 FILLER PIC X(15) VALUE "CURRENT BUILD".
               02 FILLER PIC X(12) VALUE "FIRST SEEN".
               02 FILLER PIC X(12) VALUE "FIRST RUN".
               02 FILLER PIC X(12) VALUE "LAST RUN".
               02 FILLER PIC X(6) VALUE "BUILDS".
             01 invline.
               02 ilname PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ilbuild PIC X(14).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ilseen PIC X(10).
               02 FILLER PIC X(2) VALUE SPACES.
               02 ilfirstrun PIC X(11).
               02 FILLER PIC X(1) VALUE SPACE.
               02 illastrun PIC X(11).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ilbuilds PIC ZZ9.

       PROCEDURE DIVISION.
      *Build inventory: the build every jobtable entry currently
      *runs under - the compile stamp on its newest registration
      *in the run registry - with the date and run that build first
      *appeared in, the last run the job registered anything in,
      *and how many distinct builds the registry has seen it run.
      *"Did the code change?" starts here.
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
           ACCEPT invpath FROM ENVIRONMENT "BUILDINV_REPORT"
           IF invpath = SPACES THEN
            MOVE "BUILDINV_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO invpath
           END-IF
           IF invpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/buildinventory.txt'
             DELIMITED BY SIZE INTO invpath
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
            MOVE SPACES TO curbuild(jobidx)
            MOVE SPACES TO lastrun(jobidx)
            MOVE 0 TO buildsseen(jobidx)
           END-PERFORM
           PERFORM Scanregistry
           OPEN OUTPUT invfile
           MOVE "invfile" TO errfile
           MOVE invstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO invrec
           STRING "BUILD INVENTORY " rundate " REGISTRY "
            FUNCTION TRIM(registrypath)
            DELIMITED BY SIZE INTO invrec
           WRITE invrec
           WRITE invrec FROM invhead
           MOVE 0 TO knowncount
           MOVE 0 TO unknowncount
           PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
            PERFORM Writejob
           END-PERFORM
           MOVE SPACES TO invrec
           STRING "END INVENTORY - " knowncount
            " job(s) with a recorded build, " unknowncount
            " without"
            DELIMITED BY SIZE INTO invrec
           WRITE invrec
           CLOSE invfile
           CALL "runreg" USING invpath
           IF seenfull = 1 THEN
            MOVE SPACES TO logmsg
            STRING "build table full at 2000 - later builds not "
             "inventoried"
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
           END-IF
           MOVE SPACES TO logmsg
           STRING "build inventory written to "
            FUNCTION TRIM(invpath)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           IF knowncount = 0 THEN
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

      *One pass over the registry, oldest first: each registration
      *made by a jobtable entry under a build moves that job's
      *current build and last run on, and a build not seen for the
      *job before is filed with its first stamp and run.
           Scanregistry.
            OPEN INPUT registryfile
            IF registrystatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no run registry at " FUNCTION TRIM(registrypath)
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ registryfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF registryrec(284:14) NOT= SPACES
                AND registryrec(318:14) NOT= SPACES THEN
                PERFORM Takeregistration
               END-IF
             END-READ
            END-PERFORM
            CLOSE registryfile.

           Takeregistration.
            MOVE 0 TO regjob
            PERFORM VARYING jobidx FROM 1 BY 1
             UNTIL jobidx > numjobs OR regjob > 0
             IF jobname(jobidx) = registryrec(284:14) THEN
              MOVE jobidx TO regjob
             END-IF
            END-PERFORM
            IF regjob = 0 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE registryrec(318:14) TO curbuild(regjob)
            MOVE registryrec(1:11) TO lastrun(regjob)
            MOVE 0 TO seenhit
            PERFORM VARYING seenidx FROM 1 BY 1
             UNTIL seenidx > seencount OR seenhit > 0
             IF seenjob(seenidx) = regjob
              AND seenbuild(seenidx) = registryrec(318:14) THEN
              MOVE seenidx TO seenhit
             END-IF
            END-PERFORM
            IF seenhit > 0 THEN
             EXIT PARAGRAPH
            END-IF
            IF seencount >= 2000 THEN
             MOVE 1 TO seenfull
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO seencount
            MOVE regjob TO seenjob(seencount)
            MOVE registryrec(318:14) TO seenbuild(seencount)
            MOVE registryrec(13:19) TO seenstamp(seencount)
            MOVE registryrec(1:11) TO seenrun(seencount)
            ADD 1 TO buildsseen(regjob).

      *One inventory line per jobtable entry, in jobtable order.
           Writejob.
            MOVE SPACES TO invline
            MOVE jobname(jobidx) TO ilname
            IF curbuild(jobidx) = SPACES THEN
             ADD 1 TO unknowncount
             MOVE SPACES TO invrec
             STRING jobname(jobidx) " no build recorded"
              DELIMITED BY SIZE INTO invrec
             WRITE invrec
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO knowncount
            MOVE curbuild(jobidx) TO ilbuild
            MOVE lastrun(jobidx) TO illastrun
            MOVE buildsseen(jobidx) TO ilbuilds
            MOVE "(unknown)" TO ilseen
            MOVE SPACES TO ilfirstrun
            PERFORM VARYING seenidx FROM 1 BY 1
             UNTIL seenidx > seencount
             IF seenjob(seenidx) = jobidx
              AND seenbuild(seenidx) = curbuild(jobidx) THEN
              MOVE seenstamp(seenidx)(1:10) TO ilseen
              MOVE seenrun(seenidx) TO ilfirstrun
             END-IF
            END-PERFORM
            WRITE invrec FROM invline.

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
