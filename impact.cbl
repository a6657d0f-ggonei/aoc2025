       IDENTIFICATION DIVISION.
       PROGRAM-ID. impact.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT registryfile ASSIGN TO registrypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS registrystatus.
               SELECT efffile ASSIGN TO effpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS effstatus.
               SELECT controlfile ASSIGN TO controlpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS controlstatus.
               SELECT queryfile ASSIGN TO querypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS querystatus.
               SELECT impactfile ASSIGN TO impactpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS impactstatus.

       DATA DIVISION.
           FILE SECTION.
             FD registryfile.
             01 registryrec PIC X(340).
             FD efffile.
             01 effrec PIC X(320).
             FD controlfile.
             01 controlrec PIC X(200).
             FD queryfile.
             01 queryrec PIC X(260).
             FD impactfile.
             01 impactrec PIC X(300).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 registrypath PIC X(250) VALUE SPACES.
             01 registrystatus PIC X(2) VALUE SPACES.
             01 effpath PIC X(250) VALUE SPACES.
             01 effstatus PIC X(2) VALUE SPACES.
             01 controlpath PIC X(250) VALUE SPACES.
             01 controlstatus PIC X(2) VALUE SPACES.
             01 querypath PIC X(250) VALUE SPACES.
             01 querystatus PIC X(2) VALUE SPACES.
             01 impactpath PIC X(250) VALUE SPACES.
             01 impactstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 qeof PIC 9(1) VALUE 0.
             01 numjobs PIC 9(2) VALUE 20.
             01 jobidx PIC 9(2) VALUE 0.
             01 depidx PIC 9(2) VALUE 0.
      *The same jobtable the driver runs; the job chain is its
      *jobcontrol.txt DEPENDS= clauses over these entries.
             COPY jobtable.
             01 jobdepstab.
               02 jobdeps PIC X(60) OCCURS 20 TIMES.
             01 ctlname PIC X(14) VALUE SPACES.
             01 ctltok PIC X(80) VALUE SPACES.
             01 ctlptr PIC 9(3) VALUE 1.
             01 ctlkey PIC X(10) VALUE SPACES.
             01 ctlval PIC X(60) VALUE SPACES.
             01 ctljobidx PIC 9(2) VALUE 0.
             01 deptok PIC X(14) VALUE SPACES.
             01 depptr PIC 9(3) VALUE 1.
      *Who consulted what: every effective-configuration report
      *the registry knows of, reduced to distinct key/job pairs
      *with the value served.
             01 effcount PIC 9(3) VALUE 0.
             01 effidx PIC 9(3) VALUE 0.
             01 effnext PIC 9(3) VALUE 0.
             01 effseen PIC 9(1) VALUE 0.
             01 efftab.
               02 effname PIC X(250) OCCURS 100 TIMES.
             01 usecount PIC 9(3) VALUE 0.
             01 useidx PIC 9(3) VALUE 0.
             01 usefound PIC 9(3) VALUE 0.
             01 usetab.
               02 useentry OCCURS 400 TIMES.
                 03 usekey PIC X(30).
                 03 usejob PIC X(14).
                 03 useval PIC X(250).
      *Who wrote what in the latest registered run.
             01 latestrun PIC X(11) VALUE SPACES.
             01 artcount PIC 9(3) VALUE 0.
             01 artidx PIC 9(3) VALUE 0.
             01 arttab.
               02 artentry OCCURS 300 TIMES.
                 03 artjob PIC X(14).
                 03 artpath PIC X(250).
      *One query at a time: its kind, its value and the jobs hit.
             01 qkind PIC X(8) VALUE SPACES.
             01 qvalue PIC X(250) VALUE SPACES.
             01 qpattern PIC X(250) VALUE SPACES.
             01 qpatlen PIC 9(3) VALUE 0.
             01 qcount PIC 9(3) VALUE 0.
             01 matchpos PIC 9(3) VALUE 0.
             01 matchhit PIC 9(1) VALUE 0.
             01 matchtext PIC X(250) VALUE SPACES.
             01 dirtok PIC X(4) VALUE SPACES.
             01 dirpos PIC 9(3) VALUE 0.
             01 hittab.
               02 hitentry OCCURS 20 TIMES.
                 03 jobhit PIC 9(1).
                 03 jobvia PIC X(14).
             01 hitjob PIC X(14) VALUE SPACES.
             01 changed PIC 9(1) VALUE 0.
             01 directcount PIC 9(2) VALUE 0.
             01 downcount PIC 9(2) VALUE 0.
             01 readercount PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      *Impact analysis for a proposed change: starting from a
      *parameter key, an input path, an artifact pattern or a job,
      *list every program that reads it (from the effective-
      *configuration reports) or wrote it (from the run registry),
      *then follow the jobcontrol DEPENDS chain to every downstream
      *job and name the dated reports, extracts and scoreboard rows
      *that could change. One query comes from IMPACT_TYPE and
      *IMPACT_VALUE, or many from an IMPACT_QUERIES file of
      *"<KEY|INPUT|ARTIFACT|JOB> <value>" lines; changectl runs it
      *for every SUBMIT.
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
           ACCEPT controlpath FROM ENVIRONMENT "DRIVER_JOBCONTROL"
           IF controlpath = SPACES THEN
            MOVE "DRIVER_JOBCONTROL" TO confkey
            PERFORM Getconfig
            MOVE confval TO controlpath
           END-IF
           IF controlpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/jobcontrol.txt'
             DELIMITED BY SIZE INTO controlpath
           END-IF
           ACCEPT impactpath FROM ENVIRONMENT "IMPACT_REPORT"
           IF impactpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/impact.txt'
             DELIMITED BY SIZE INTO impactpath
           END-IF
           PERFORM Readcontrol
           PERFORM Readregistry
           PERFORM Readeffconfig
           OPEN OUTPUT impactfile
           MOVE "impactfile" TO errfile
           MOVE impactstatus TO errstatus
           PERFORM Checkstatus
           ACCEPT querypath FROM ENVIRONMENT "IMPACT_QUERIES"
           IF querypath NOT= SPACES THEN
            OPEN INPUT queryfile
            IF querystatus = "00" THEN
             MOVE 0 TO qeof
             PERFORM UNTIL qeof = 1
              READ queryfile INTO queryrec
               AT END
                MOVE 1 TO qeof
               NOT AT END
                IF queryrec NOT= SPACES
                 AND queryrec(1:1) NOT= "*" THEN
                 MOVE SPACES TO qkind qvalue
                 UNSTRING queryrec DELIMITED BY ALL SPACES
                  INTO qkind qvalue
                 PERFORM Runquery
                END-IF
              END-READ
             END-PERFORM
             CLOSE queryfile
            END-IF
           ELSE
            ACCEPT qkind FROM ENVIRONMENT "IMPACT_TYPE"
            ACCEPT qvalue FROM ENVIRONMENT "IMPACT_VALUE"
            IF qkind NOT= SPACES AND qvalue NOT= SPACES THEN
             PERFORM Runquery
            END-IF
           END-IF
           IF qcount = 0 THEN
            MOVE "NO QUERY - nothing to analyse" TO impactrec
            WRITE impactrec
           END-IF
           CLOSE impactfile
           MOVE SPACES TO logmsg
           STRING "impact analysis - " qcount " query(ies) at "
            FUNCTION TRIM(impactpath)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
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

      *DEPENDS= clauses from the job-control file, in any token
      *order, as the driver reads them.
           Readcontrol.
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             MOVE SPACES TO jobdeps(jobidx)
            END-PERFORM
            OPEN INPUT controlfile
            IF controlstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ controlfile INTO controlrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF controlrec NOT= SPACES
                AND controlrec(1:1) NOT= "*" THEN
                MOVE SPACES TO ctlname
                MOVE 1 TO ctlptr
                UNSTRING controlrec DELIMITED BY ALL SPACES
                 INTO ctlname WITH POINTER ctlptr
                MOVE 0 TO ctljobidx
                PERFORM VARYING jobidx FROM 1 BY 1
                 UNTIL jobidx > numjobs
                 IF jobname(jobidx) = ctlname THEN
                  MOVE jobidx TO ctljobidx
                 END-IF
                END-PERFORM
                PERFORM UNTIL ctljobidx = 0 OR ctlptr > 200
                 MOVE SPACES TO ctltok ctlkey ctlval
                 UNSTRING controlrec DELIMITED BY ALL SPACES
                  INTO ctltok WITH POINTER ctlptr
                 IF ctltok = SPACES THEN
                  MOVE 0 TO ctljobidx
                 ELSE
                  UNSTRING ctltok DELIMITED BY "="
                   INTO ctlkey ctlval
                  IF ctlkey = "DEPENDS" THEN
                   MOVE ctlval TO jobdeps(ctljobidx)
                  END-IF
                 END-IF
                END-PERFORM
               END-IF
             END-READ
            END-PERFORM
            CLOSE controlfile.

      *Registry pass: the latest run id, every effective-
      *configuration report ever registered, and the artifacts
      *of the latest run (those reports aside) by the job that
      *wrote them.
           Readregistry.
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
               IF registryrec(1:8) IS NUMERIC
                AND registryrec(1:11) > latestrun THEN
                MOVE registryrec(1:11) TO latestrun
               END-IF
               MOVE registryrec(33:250) TO matchtext
               MOVE "/effconfig_" TO qpattern
               MOVE 11 TO qpatlen
               PERFORM Findpattern
               IF matchhit = 1 THEN
                PERFORM Keepeffpath
               END-IF
             END-READ
            END-PERFORM
            CLOSE registryfile
            OPEN INPUT registryfile
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ registryfile INTO registryrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               MOVE registryrec(33:250) TO matchtext
               PERFORM Findpattern
               IF registryrec(1:11) = latestrun
                AND registryrec(284:14) NOT= SPACES
                AND matchhit = 0
                AND artcount < 300 THEN
                ADD 1 TO artcount
                MOVE registryrec(284:14) TO artjob(artcount)
                MOVE registryrec(33:250) TO artpath(artcount)
               END-IF
             END-READ
            END-PERFORM
            CLOSE registryfile.

      *Distinct report paths; past a hundred the oldest make way.
           Keepeffpath.
            MOVE 0 TO effseen
            PERFORM VARYING effidx FROM 1 BY 1
             UNTIL effidx > effcount OR effseen = 1
             IF effname(effidx) = registryrec(33:250) THEN
              MOVE 1 TO effseen
             END-IF
            END-PERFORM
            IF effseen = 1 THEN
             EXIT PARAGRAPH
            END-IF
            IF effcount < 100 THEN
             ADD 1 TO effcount
             MOVE registryrec(33:250) TO effname(effcount)
            ELSE
             ADD 1 TO effnext
             IF effnext > 100 THEN
              MOVE 1 TO effnext
             END-IF
             MOVE registryrec(33:250) TO effname(effnext)
            END-IF.

      *Key/job pairs from every report, the latest value winning.
           Readeffconfig.
            PERFORM VARYING effidx FROM 1 BY 1
             UNTIL effidx > effcount
             MOVE effname(effidx) TO effpath
             OPEN INPUT efffile
             IF effstatus = "00" THEN
              MOVE 0 TO eof
              PERFORM UNTIL eof = 1
               READ efffile INTO effrec
                AT END
                 MOVE 1 TO eof
                NOT AT END
                 PERFORM Keepusage
               END-READ
              END-PERFORM
              CLOSE efffile
             END-IF
            END-PERFORM.

           Keepusage.
            MOVE 0 TO usefound
            PERFORM VARYING useidx FROM 1 BY 1
             UNTIL useidx > usecount
             IF usekey(useidx) = effrec(1:30)
              AND usejob(useidx) = effrec(291:14) THEN
              MOVE useidx TO usefound
             END-IF
            END-PERFORM
            IF usefound = 0 AND usecount < 400 THEN
             ADD 1 TO usecount
             MOVE usecount TO usefound
             MOVE effrec(1:30) TO usekey(usefound)
             MOVE effrec(291:14) TO usejob(usefound)
            END-IF
            IF usefound > 0 THEN
             MOVE effrec(40:250) TO useval(usefound)
            END-IF.

      *One query: direct readers and writers, the downstream
      *closure, then what each impacted job publishes.
           Runquery.
            ADD 1 TO qcount
            MOVE FUNCTION UPPER-CASE(qkind) TO qkind
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             MOVE 0 TO jobhit(jobidx)
             MOVE SPACES TO jobvia(jobidx)
            END-PERFORM
            MOVE 0 TO directcount downcount readercount
            MOVE SPACES TO impactrec
            WRITE impactrec
            MOVE SPACES TO impactrec
            STRING "==== IMPACT " FUNCTION TRIM(qkind) " "
             FUNCTION TRIM(qvalue) " ===="
             DELIMITED BY SIZE INTO impactrec
            WRITE impactrec
            EVALUATE qkind
             WHEN "KEY"
              PERFORM Querykey
             WHEN "INPUT"
              PERFORM Queryinput
             WHEN "ARTIFACT"
              PERFORM Queryartifact
             WHEN "JOB"
              MOVE qvalue TO hitjob
              PERFORM Markdirect
             WHEN OTHER
              MOVE SPACES TO impactrec
              STRING "UNKNOWN QUERY TYPE " FUNCTION TRIM(qkind)
               " - use KEY, INPUT, ARTIFACT or JOB"
               DELIMITED BY SIZE INTO impactrec
              WRITE impactrec
              EXIT PARAGRAPH
            END-EVALUATE
            PERFORM Followchain
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF jobhit(jobidx) > 0 THEN
              PERFORM Listjobimpact
             END-IF
            END-PERFORM
            MOVE SPACES TO impactrec
            STRING "SUMMARY " readercount " reader/writer(s), "
             directcount " direct job(s), " downcount
             " downstream job(s)"
             DELIMITED BY SIZE INTO impactrec
            WRITE impactrec.

      *Every program that consulted the key.
           Querykey.
            PERFORM VARYING useidx FROM 1 BY 1
             UNTIL useidx > usecount
             IF usekey(useidx) = qvalue(1:30) THEN
              PERFORM Writereader
             END-IF
            END-PERFORM.

      *Every program that was served the path as a value; with no
      *recorded reader, every job of the day directory it sits in.
           Queryinput.
            PERFORM VARYING useidx FROM 1 BY 1
             UNTIL useidx > usecount
             IF useval(useidx) = qvalue THEN
              PERFORM Writereader
             END-IF
            END-PERFORM
            IF readercount = 0 THEN
             PERFORM Markdaydir
            END-IF.

      *Writers of matching artifacts in the latest run, and every
      *program served a matching path.
           Queryartifact.
            MOVE SPACES TO qpattern
            MOVE 0 TO qpatlen
            PERFORM VARYING matchpos FROM 1 BY 1
             UNTIL matchpos > 250
             IF qvalue(matchpos:1) NOT= "*"
              AND qvalue(matchpos:1) NOT= SPACE THEN
              ADD 1 TO qpatlen
              MOVE qvalue(matchpos:1) TO qpattern(qpatlen:1)
             END-IF
            END-PERFORM
            IF qpatlen = 0 THEN
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING artidx FROM 1 BY 1
             UNTIL artidx > artcount
             MOVE artpath(artidx) TO matchtext
             PERFORM Findpattern
             IF matchhit = 1 THEN
              ADD 1 TO readercount
              MOVE SPACES TO impactrec
              STRING "WRITTEN BY " artjob(artidx) " "
               FUNCTION TRIM(artpath(artidx))
               DELIMITED BY SIZE INTO impactrec
              WRITE impactrec
              MOVE artjob(artidx) TO hitjob
              PERFORM Markdirect
             END-IF
            END-PERFORM
            PERFORM VARYING useidx FROM 1 BY 1
             UNTIL useidx > usecount
             MOVE useval(useidx) TO matchtext
             PERFORM Findpattern
             IF matchhit = 1 THEN
              PERFORM Writereader
             END-IF
            END-PERFORM.

      *READ BY line for usage entry useidx; its job is hit.
           Writereader.
            ADD 1 TO readercount
            MOVE SPACES TO impactrec
            IF usejob(useidx) = SPACES THEN
             STRING "READ BY (batch control) KEY "
              FUNCTION TRIM(usekey(useidx))
              DELIMITED BY SIZE INTO impactrec
            ELSE
             STRING "READ BY " usejob(useidx) " KEY "
              FUNCTION TRIM(usekey(useidx))
              DELIMITED BY SIZE INTO impactrec
            END-IF
            WRITE impactrec
            MOVE usejob(useidx) TO hitjob
            PERFORM Markdirect.

      *Jobs of the day directory named in the input path.
           Markdaydir.
            MOVE SPACES TO dirtok
            PERFORM VARYING dirpos FROM 1 BY 1
             UNTIL dirpos > 244 OR dirtok NOT= SPACES
             IF qvalue(dirpos:4) = "/day"
              AND qvalue(dirpos + 4:1) IS NUMERIC
              AND qvalue(dirpos + 5:1) = "/" THEN
              MOVE qvalue(dirpos + 1:4) TO dirtok
             END-IF
            END-PERFORM
            IF dirtok = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
             IF jobname(jobidx)(1:4) = dirtok THEN
              ADD 1 TO readercount
              MOVE SPACES TO impactrec
              STRING "READ BY " jobname(jobidx)
               " (day directory " dirtok ")"
               DELIMITED BY SIZE INTO impactrec
              WRITE impactrec
              MOVE jobname(jobidx) TO hitjob
              PERFORM Markdirect
             END-IF
            END-PERFORM.

      *Marks hitjob as directly impacted when it is a batch job.
           Markdirect.
            PERFORM VARYING depidx FROM 1 BY 1 UNTIL depidx > numjobs
             IF jobname(depidx) = hitjob
              AND jobhit(depidx) NOT= 1 THEN
              MOVE 1 TO jobhit(depidx)
              ADD 1 TO directcount
             END-IF
            END-PERFORM.

      *Any job depending on an impacted job is impacted in turn,
      *until a pass changes nothing.
           Followchain.
            MOVE 1 TO changed
            PERFORM UNTIL changed = 0
             MOVE 0 TO changed
             PERFORM VARYING jobidx FROM 1 BY 1
              UNTIL jobidx > numjobs
              IF jobhit(jobidx) = 0
               AND jobdeps(jobidx) NOT= SPACES THEN
               MOVE 1 TO depptr
               PERFORM UNTIL depptr > 60 OR jobhit(jobidx) > 0
                MOVE SPACES TO deptok
                UNSTRING jobdeps(jobidx) DELIMITED BY ","
                 INTO deptok WITH POINTER depptr
                IF deptok = SPACES THEN
                 MOVE 61 TO depptr
                ELSE
                 PERFORM VARYING depidx FROM 1 BY 1
                  UNTIL depidx > numjobs
                  IF jobname(depidx) = deptok
                   AND jobhit(depidx) > 0 THEN
                   MOVE 2 TO jobhit(jobidx)
                   MOVE deptok TO jobvia(jobidx)
                   ADD 1 TO downcount
                   MOVE 1 TO changed
                  END-IF
                 END-PERFORM
                END-IF
               END-PERFORM
              END-IF
             END-PERFORM
            END-PERFORM.

      *One impacted job and everything it publishes.
           Listjobimpact.
            MOVE SPACES TO impactrec
            IF jobhit(jobidx) = 1 THEN
             STRING "JOB " jobname(jobidx) " DIRECT"
              DELIMITED BY SIZE INTO impactrec
            ELSE
             STRING "JOB " jobname(jobidx) " DOWNSTREAM OF "
              FUNCTION TRIM(jobvia(jobidx))
              DELIMITED BY SIZE INTO impactrec
            END-IF
            WRITE impactrec
            PERFORM VARYING artidx FROM 1 BY 1
             UNTIL artidx > artcount
             IF artjob(artidx) = jobname(jobidx) THEN
              MOVE SPACES TO impactrec
              STRING "  OUTPUT " FUNCTION TRIM(artpath(artidx))
               DELIMITED BY SIZE INTO impactrec
              WRITE impactrec
             END-IF
            END-PERFORM
            MOVE SPACES TO impactrec
            STRING "  SCOREBOARD row " jobname(jobidx)(1:4)
             DELIMITED BY SIZE INTO impactrec
            WRITE impactrec
            MOVE SPACES TO impactrec
            STRING "  EXTRACT dwextract DAY " jobname(jobidx)(1:4)
             " and JOB " FUNCTION TRIM(jobname(jobidx))
             " records"
             DELIMITED BY SIZE INTO impactrec
            WRITE impactrec.

      *matchhit 1 when qpattern (qpatlen bytes) occurs anywhere
      *in matchtext.
           Findpattern.
            MOVE 0 TO matchhit
            PERFORM VARYING matchpos FROM 1 BY 1
             UNTIL matchpos > 251 - qpatlen OR matchhit = 1
             IF matchtext(matchpos:qpatlen) = qpattern(1:qpatlen)
              THEN
              MOVE 1 TO matchhit
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
