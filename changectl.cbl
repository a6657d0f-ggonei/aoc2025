               SELECT applyfile ASSIGN TO applypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS applystatus.
               SELECT queryfile ASSIGN TO querypath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS querystatus.
               SELECT impactfile ASSIGN TO impactpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS impactstatus.
               SELECT validfile ASSIGN TO validpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS validstatus.
               SELECT harnfile ASSIGN TO harnpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS harnstatus.
               SELECT sumfile ASSIGN TO sumpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS sumstatus.

       DATA DIVISION.
           FILE SECTION.
             01 ledgerrec PIC X(150).
             FD applyfile.
             01 applyrec PIC X(250).
             FD queryfile.
             01 queryrec PIC X(260).
             FD impactfile.
             01 impactrec PIC X(300).
             FD validfile.
             01 validrec PIC X(160).
             FD harnfile.
             01 harnrec PIC X(280).
             FD sumfile.
             01 sumrec PIC X(300).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 tok5 PIC X(5) VALUE SPACES.
             01 tok6 PIC X(12) VALUE SPACES.
             01 tokword PIC X(10) VALUE SPACES.
      *Blast radius for the reviewer: every SUBMIT runs the impact
      *analysis over what the change touches - the changed keys of
      *params.txt, the changed jobs of jobcontrol.txt, or the path
      *of any other control file - and the result rides in the
      *pending record as "I " lines ahead of the END line.
             01 querypath PIC X(250) VALUE SPACES.
             01 querystatus PIC X(2) VALUE SPACES.
             01 impactpath PIC X(250) VALUE SPACES.
             01 impactstatus PIC X(2) VALUE SPACES.
             01 impcmd PIC X(800) VALUE SPACES.
             01 impline PIC X(250) VALUE SPACES.
             01 impkind PIC X(8) VALUE SPACES.
             01 impkey PIC X(30) VALUE SPACES.
             01 impdate PIC X(20) VALUE SPACES.
             01 imprest PIC X(250) VALUE SPACES.
             01 impptr PIC 9(3) VALUE 1.
             01 impcount PIC 9(2) VALUE 0.
             01 impidx PIC 9(2) VALUE 0.
             01 impseen PIC 9(1) VALUE 0.
             01 implines PIC 9(5) VALUE 0.
             01 impkeytab.
               02 impkeys PIC X(30) OCCURS 50 TIMES.
      *A proposed params.txt is validated against the parameter
      *schema before it can be submitted: type violations refuse
      *the SUBMIT, and the findings (unknown keys included) ride in
      *the pending record as "V " lines for the reviewer.
             01 validpath PIC X(250) VALUE SPACES.
             01 validstatus PIC X(2) VALUE SPACES.
             01 validcmd PIC X(800) VALUE SPACES.
             01 validrc PIC S9(4) VALUE 0.
             01 validraw PIC S9(9) VALUE 0.
             01 validlines PIC 9(5) VALUE 0.
      *A program promotion (target "program", CHANGECTL_JOB naming
      *the job, the proposed file being the candidate build
      *location) replaces the job's live executable with the
      *candidate's. It carries a "P" line with the candidate
      *executable's checksum and, as an "H" line, the newest
      *regression harness result for that job and build; APPLY
      *refuses unless that result is CLEAN and the checksum still
      *matches the harness run and the executable as it now is.
             01 harnpath PIC X(250) VALUE SPACES.
             01 harnstatus PIC X(2) VALUE SPACES.
             01 sumpath PIC X(250) VALUE SPACES.
             01 sumstatus PIC X(2) VALUE SPACES.
             01 progjob PIC X(14) VALUE SPACES.
             01 progidx PIC 9(2) VALUE 0.
             01 jobidx PIC 9(2) VALUE 0.
             01 progpending PIC 9(1) VALUE 0.
             01 candexe PIC X(250) VALUE SPACES.
             01 candsum PIC X(10) VALUE SPACES.
             01 nowsum PIC X(10) VALUE SPACES.
             01 harnfound PIC 9(1) VALUE 0.
             01 harnverdict PIC X(5) VALUE SPACES.
             01 harnsum PIC X(10) VALUE SPACES.
             01 harnrun PIC X(14) VALUE SPACES.
             01 sumcmd PIC X(600) VALUE SPACES.
             01 copyraw PIC S9(9) VALUE 0.
             01 ptok1 PIC X(8) VALUE SPACES.
             01 ptok2 PIC X(14) VALUE SPACES.
             01 ptok3 PIC X(14) VALUE SPACES.
             01 ptok4 PIC X(8) VALUE SPACES.
             01 ptok5 PIC X(250) VALUE SPACES.
             01 ptok6 PIC X(8) VALUE SPACES.
             01 ptok7 PIC X(10) VALUE SPACES.
             01 harnkeep PIC X(280) VALUE SPACES.
             COPY harnrec.
             COPY jobtable.
      *The legal-hold file (target "legalholds") is placed and
      *released only through here. SUBMIT refuses a proposed file
      *with a HOLD line that would not parse, and the pending
      *record carries an "L PLACE", "L RELEASE" or "L AMEND" line
      *per matter the change touches so the second person sees
      *which holds move.
             COPY holdrec.
             01 holdbad PIC 9(5) VALUE 0.
             01 holdlineno PIC 9(5) VALUE 0.
             01 holdcharidx PIC 9(2) VALUE 0.
             01 kindtok1 PIC X(10) VALUE SPACES.
             01 kindtok2 PIC X(10) VALUE SPACES.
             01 kindtok3 PIC X(10) VALUE SPACES.
             01 kindtok4 PIC X(10) VALUE SPACES.
             01 holdlinebad PIC 9(1) VALUE 0.
             01 holdidx PIC 9(3) VALUE 0.
             01 holdidx2 PIC 9(3) VALUE 0.
             01 holdmatch PIC 9(3) VALUE 0.
             01 liveholdcount PIC 9(3) VALUE 0.
             01 liveholdtab.
               02 liveholdentry OCCURS 200 TIMES.
                 03 lhmatter PIC X(12).
                 03 lhline PIC X(120).
             01 newholdcount PIC 9(3) VALUE 0.
             01 newholdtab.
               02 newholdentry OCCURS 200 TIMES.
                 03 nhmatter PIC X(12).
                 03 nhline PIC X(120).

       PROCEDURE DIVISION.
      *Two-person change control for the batch control files.
      *SUBMIT records a proposed replacement for params.txt,
      *jobcontrol.txt, the legal-hold file, an expected-answer
      *file or a day program's executable as a pending change with
      *the submitter's id and a diff (a program carries its
      *regression harness result instead); a second person runs
      *APPLY (or REJECT) and only then does the live file change,
      *with every decision in the permanent change ledger.
      *The reviewer must not be the submitter. The driver warns at
      *startup when a live control file differs from the approved
      *copy APPLY leaves beside it.
           STOP RUN.

      *Resolves a target name to its live path: "params",
      *"jobcontrol", "legalholds", "operators" (the console
      *permissions file), or an absolute path for the expected
      *files.
           Resolvetarget.
            EVALUATE TRUE
             WHEN target = "params"
             WHEN target = "jobcontrol"
              STRING FUNCTION TRIM(batchroot) '/jobcontrol.txt'
               DELIMITED BY SIZE INTO livepath
             WHEN target = "legalholds"
              ACCEPT livepath FROM ENVIRONMENT "LEGAL_HOLDS"
              IF livepath = SPACES THEN
               MOVE "LEGAL_HOLDS" TO confkey
               PERFORM Getconfig
               MOVE confval TO livepath
              END-IF
              IF livepath = SPACES THEN
               STRING FUNCTION TRIM(batchroot) '/legalholds.txt'
                DELIMITED BY SIZE INTO livepath
              END-IF
             WHEN target = "operators"
              STRING FUNCTION TRIM(batchroot) '/operators.txt'
               DELIMITED BY SIZE INTO livepath
             WHEN target(1:1) = "/"
              MOVE target TO livepath
             WHEN OTHER
            END-EVALUATE.

      *A proposed change: header, positional diff against the live
      *file, the full proposed content, then its impact list.
           Submitchange.
            IF userid = SPACES THEN
             DISPLAY "no submitter id - cancelled"
            END-IF
            MOVE pendid TO pendidx
            PERFORM Buildpendpath
            IF target = "program" THEN
             PERFORM Submitprogram
             EXIT PARAGRAPH
            END-IF
            PERFORM Loadlive
            IF target = "params" THEN
             PERFORM Validateparams
             IF validrc >= 8 THEN
              DISPLAY "proposed params.txt fails the parameter "
               "schema - not submitted, see "
               FUNCTION TRIM(validpath)
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
             END-IF
            END-IF
            IF target = "legalholds" THEN
             PERFORM Validateholds
             IF holdbad > 0 THEN
              DISPLAY "proposed legal-hold file has " holdbad
               " malformed HOLD line(s) - not submitted"
              MOVE 8 TO RETURN-CODE
              EXIT PARAGRAPH
             END-IF
            END-IF
            OPEN INPUT newfile
            IF newstatus NOT= "00" THEN
             DISPLAY "proposed file unreadable at "
             FUNCTION TRIM(userid) " ON " today
             DELIMITED BY SIZE INTO pendrec
            WRITE pendrec
            MOVE 0 TO newcount changedcount impcount
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ newfile INTO newrec
               IF newcount <= livecount THEN
                IF newrec NOT= liveline(newcount) THEN
                 ADD 1 TO changedcount
                 MOVE liveline(newcount) TO impline
                 PERFORM Noteimpact
                 MOVE newrec TO impline
                 PERFORM Noteimpact
                 MOVE SPACES TO pendrec
                 STRING "D OLD " liveline(newcount)(1:120)
                  DELIMITED BY SIZE INTO pendrec
                END-IF
               ELSE
                ADD 1 TO changedcount
                MOVE newrec TO impline
                PERFORM Noteimpact
                MOVE SPACES TO pendrec
                STRING "D ADD " newrec(1:120)
                 DELIMITED BY SIZE INTO pendrec
             PERFORM VARYING liveidx FROM liveidx BY 1
              UNTIL liveidx > livecount
              ADD 1 TO changedcount
              MOVE liveline(liveidx) TO impline
              PERFORM Noteimpact
              MOVE SPACES TO pendrec
              STRING "D DEL " liveline(liveidx)(1:120)
               DELIMITED BY SIZE INTO pendrec
              WRITE pendrec
             END-PERFORM
            END-IF
            PERFORM Attachimpact
            IF target = "params" THEN
             PERFORM Attachvalidation
            END-IF
            IF target = "legalholds" THEN
             PERFORM Attachholds
            END-IF
            MOVE SPACES TO pendrec
            STRING "END " changedcount " line(s) differ"
             DELIMITED BY SIZE INTO pendrec
            PERFORM Writeledger
            DISPLAY "pending change " pendid " recorded at "
             FUNCTION TRIM(pendpath)
             " (" changedcount " line(s) differ, " implines
             " impact line(s))".

      *What one changed line touches: a params key (past any
      *"@date " effective-dating prefix) or a jobcontrol job.
           Noteimpact.
            IF impline = SPACES OR impline(1:1) = "*" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO impkey
            EVALUATE TRUE
             WHEN target = "params"
              IF impline(1:1) = "@" THEN
               MOVE SPACES TO impdate imprest
               MOVE 1 TO impptr
               UNSTRING impline(2:) DELIMITED BY " "
                INTO impdate WITH POINTER impptr
               IF impptr < 250 THEN
                MOVE impline(impptr + 1:) TO imprest
               END-IF
               MOVE imprest TO impline
              END-IF
              UNSTRING impline DELIMITED BY "=" INTO impkey
             WHEN target = "jobcontrol"
              UNSTRING impline DELIMITED BY ALL SPACES INTO impkey
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE
            IF impkey = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO impseen
            PERFORM VARYING impidx FROM 1 BY 1
             UNTIL impidx > impcount
             IF impkeys(impidx) = impkey THEN
              MOVE 1 TO impseen
             END-IF
            END-PERFORM
            IF impseen = 0 AND impcount < 50 THEN
             ADD 1 TO impcount
             MOVE impkey TO impkeys(impcount)
            END-IF.

      *Runs the impact analysis over the noted keys or jobs (or
      *the target path itself) and copies its report into the
      *pending record.
           Attachimpact.
            MOVE 0 TO implines
            MOVE SPACES TO querypath impactpath
            STRING FUNCTION TRIM(batchroot) '/pending_'
             pendid '_queries.txt'
             DELIMITED BY SIZE INTO querypath
            STRING FUNCTION TRIM(batchroot) '/pending_'
             pendid '_impact.txt'
             DELIMITED BY SIZE INTO impactpath
            OPEN OUTPUT queryfile
            IF querystatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
             WHEN target = "params"
              MOVE "KEY" TO impkind
             WHEN target = "jobcontrol" OR target = "program"
              MOVE "JOB" TO impkind
             WHEN OTHER
              MOVE "INPUT" TO impkind
            END-EVALUATE
            IF impkind = "INPUT" THEN
             MOVE SPACES TO queryrec
             STRING "INPUT " FUNCTION TRIM(livepath)
              DELIMITED BY SIZE INTO queryrec
             WRITE queryrec
            ELSE
             PERFORM VARYING impidx FROM 1 BY 1
              UNTIL impidx > impcount
              MOVE SPACES TO queryrec
              STRING FUNCTION TRIM(impkind) " "
               FUNCTION TRIM(impkeys(impidx))
               DELIMITED BY SIZE INTO queryrec
              WRITE queryrec
             END-PERFORM
            END-IF
            CLOSE queryfile
            MOVE SPACES TO impcmd
            STRING "IMPACT_QUERIES=" FUNCTION TRIM(querypath)
             " IMPACT_REPORT=" FUNCTION TRIM(impactpath)
             " DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " " FUNCTION TRIM(batchroot) "/impact"
             DELIMITED BY SIZE INTO impcmd
            CALL "SYSTEM" USING impcmd
            DELETE FILE queryfile
            OPEN INPUT impactfile
            IF impactstatus NOT= "00" THEN
             MOVE "I impact analysis unavailable" TO pendrec
             WRITE pendrec
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof2
            PERFORM UNTIL eof2 = 1
             READ impactfile INTO impactrec
              AT END
               MOVE 1 TO eof2
              NOT AT END
               IF impactrec NOT= SPACES THEN
                ADD 1 TO implines
                MOVE SPACES TO pendrec
                STRING "I " impactrec(1:250)
                 DELIMITED BY SIZE INTO pendrec
                WRITE pendrec
               END-IF
             END-READ
            END-PERFORM
            CLOSE impactfile
            DELETE FILE impactfile.

      *Runs the parameter validator over the proposed file.
           Validateparams.
            MOVE SPACES TO validpath
            STRING FUNCTION TRIM(batchroot) '/pending_'
             pendid '_paramcheck.txt'
             DELIMITED BY SIZE INTO validpath
            MOVE SPACES TO validcmd
            STRING "PARAMCHECK_FILE=" FUNCTION TRIM(newpath)
             " PARAMCHECK_REPORT=" FUNCTION TRIM(validpath)
             " DRIVER_BATCHROOT=" FUNCTION TRIM(batchroot)
             " " FUNCTION TRIM(batchroot) "/paramcheck"
             DELIMITED BY SIZE INTO validcmd
            CALL "SYSTEM" USING validcmd
            COMPUTE validraw = RETURN-CODE
            COMPUTE validrc = validraw / 256.

      *Copies the validator's findings into the pending record.
           Attachvalidation.
            MOVE 0 TO validlines
            OPEN INPUT validfile
            IF validstatus NOT= "00" THEN
             MOVE "V parameter validation unavailable" TO pendrec
             WRITE pendrec
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof2
            PERFORM UNTIL eof2 = 1
             READ validfile
              AT END
               MOVE 1 TO eof2
              NOT AT END
               IF validrec NOT= SPACES THEN
                ADD 1 TO validlines
                MOVE SPACES TO pendrec
                STRING "V " validrec
                 DELIMITED BY SIZE INTO pendrec
                WRITE pendrec
               END-IF
             END-READ
            END-PERFORM
            CLOSE validfile
            DELETE FILE validfile.

      *Every HOLD line of the proposed legal-hold file checked the
      *way holdserv will read it - a line it could not parse would
      *silently hold nothing - and its matters kept for the
      *PLACE/RELEASE summary.
           Validateholds.
            MOVE 0 TO holdbad holdlineno newholdcount
            OPEN INPUT newfile
            IF newstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof2
            PERFORM UNTIL eof2 = 1
             READ newfile INTO newrec
              AT END
               MOVE 1 TO eof2
              NOT AT END
               ADD 1 TO holdlineno
               IF newrec NOT= SPACES AND newrec(1:1) NOT= "*" THEN
                MOVE newrec TO impline
                PERFORM Checkholdline
                IF holdlinebad = 0 AND newholdcount < 200 THEN
                 ADD 1 TO newholdcount
                 MOVE hlmatter TO nhmatter(newholdcount)
                 MOVE newrec TO nhline(newholdcount)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE newfile.

      *One HOLD line (in impline) against the layout; holdbad
      *counts the failures.
           Checkholdline.
            MOVE SPACES TO holdline
            UNSTRING impline DELIMITED BY ALL SPACES INTO
             hltag hlmatter hlfrom hlto hldays hlkinds
             hlplacedby hlplacedon
            MOVE 0 TO holdlinebad
            IF hltag NOT= "HOLD" OR hlmatter = SPACES
             OR hlfrom NOT NUMERIC OR hlto NOT NUMERIC
             OR hlplacedby = SPACES OR hlplacedon NOT NUMERIC THEN
             MOVE 1 TO holdlinebad
            ELSE
             IF hlfrom > hlto
              OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(hlfrom))
               NOT= 0
              OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(hlto))
               NOT= 0 THEN
              MOVE 1 TO holdlinebad
             END-IF
            END-IF
            IF hldays NOT= "ALL" THEN
             IF hldays = SPACES THEN
              MOVE 1 TO holdlinebad
             END-IF
             PERFORM VARYING holdcharidx FROM 1 BY 1
              UNTIL holdcharidx > 9
              IF hldays(holdcharidx:1) NOT= SPACE
               AND (hldays(holdcharidx:1) < "1"
                OR hldays(holdcharidx:1) > "9") THEN
               MOVE 1 TO holdlinebad
              END-IF
             END-PERFORM
            END-IF
            IF hlkinds NOT= "ALL" THEN
             MOVE SPACES TO kindtok1 kindtok2 kindtok3 kindtok4
             UNSTRING hlkinds DELIMITED BY "," INTO
              kindtok1 kindtok2 kindtok3 kindtok4
             IF kindtok1 = SPACES THEN
              MOVE 1 TO holdlinebad
             END-IF
             IF (kindtok1 NOT= SPACES AND kindtok1 NOT= "REPORTS"
              AND kindtok1 NOT= "EXCEPTIONS"
              AND kindtok1 NOT= "ARCHIVES")
              OR (kindtok2 NOT= SPACES AND kindtok2 NOT= "REPORTS"
              AND kindtok2 NOT= "EXCEPTIONS"
              AND kindtok2 NOT= "ARCHIVES")
              OR (kindtok3 NOT= SPACES AND kindtok3 NOT= "REPORTS"
              AND kindtok3 NOT= "EXCEPTIONS"
              AND kindtok3 NOT= "ARCHIVES")
              OR kindtok4 NOT= SPACES THEN
              MOVE 1 TO holdlinebad
             END-IF
            END-IF
            IF holdlinebad > 0 THEN
             ADD 1 TO holdbad
             DISPLAY "line " holdlineno " is not a valid HOLD: "
              FUNCTION TRIM(impline)
            END-IF.

      *Which matters the change places, releases or amends, from
      *the live holds against the proposed ones.
           Attachholds.
            MOVE 0 TO liveholdcount
            PERFORM VARYING liveidx FROM 1 BY 1
             UNTIL liveidx > livecount
             IF liveline(liveidx)(1:5) = "HOLD "
              AND liveholdcount < 200 THEN
              MOVE SPACES TO holdline
              UNSTRING liveline(liveidx) DELIMITED BY ALL SPACES
               INTO hltag hlmatter
              ADD 1 TO liveholdcount
              MOVE hlmatter TO lhmatter(liveholdcount)
              MOVE liveline(liveidx) TO lhline(liveholdcount)
             END-IF
            END-PERFORM
            PERFORM VARYING holdidx FROM 1 BY 1
             UNTIL holdidx > newholdcount
             MOVE 0 TO holdmatch
             PERFORM VARYING holdidx2 FROM 1 BY 1
              UNTIL holdidx2 > liveholdcount
              IF lhmatter(holdidx2) = nhmatter(holdidx) THEN
               MOVE holdidx2 TO holdmatch
              END-IF
             END-PERFORM
             MOVE SPACES TO pendrec
             EVALUATE TRUE
              WHEN holdmatch = 0
               STRING "L PLACE " FUNCTION TRIM(nhline(holdidx))
                DELIMITED BY SIZE INTO pendrec
               WRITE pendrec
              WHEN lhline(holdmatch) NOT= nhline(holdidx)
               STRING "L AMEND " FUNCTION TRIM(nhline(holdidx))
                DELIMITED BY SIZE INTO pendrec
               WRITE pendrec
              WHEN OTHER
               CONTINUE
             END-EVALUATE
            END-PERFORM
            PERFORM VARYING holdidx2 FROM 1 BY 1
             UNTIL holdidx2 > liveholdcount
             MOVE 0 TO holdmatch
             PERFORM VARYING holdidx FROM 1 BY 1
              UNTIL holdidx > newholdcount
              IF nhmatter(holdidx) = lhmatter(holdidx2) THEN
               MOVE holdidx TO holdmatch
              END-IF
             END-PERFORM
             IF holdmatch = 0 THEN
              MOVE SPACES TO pendrec
              STRING "L RELEASE " FUNCTION TRIM(lhline(holdidx2))
               DELIMITED BY SIZE INTO pendrec
              WRITE pendrec
             END-IF
            END-PERFORM.

      *Approve or reject a pending change as the second person.
           Decidechange.
             DISPLAY "pending change " pendidx " rejected"
             EXIT PARAGRAPH
            END-IF
            CLOSE pendfile
            PERFORM Scanprogram
            IF progpending = 1 THEN
             MOVE ptarget TO livepath
             PERFORM Applyprogram
             EXIT PARAGRAPH
            END-IF
            OPEN INPUT pendfile
            READ pendfile INTO pendrec
             AT END
              CONTINUE
            END-READ
            MOVE ptarget TO livepath
            MOVE SPACES TO applypath
            STRING FUNCTION TRIM(livepath) ".approved"
            DISPLAY "pending change " pendidx " applied to "
             FUNCTION TRIM(livepath).

      *A program promotion: the job's live executable, the
      *candidate's, its checksum and the newest harness result for
      *that job and build, recorded as the pending change with the
      *job's impact list.
           Submitprogram.
            ACCEPT progjob FROM ENVIRONMENT "CHANGECTL_JOB"
            IF progjob = SPACES THEN
             DISPLAY "job to promote (e.g. day5-p2): "
              WITH NO ADVANCING
             ACCEPT progjob
            END-IF
            MOVE 0 TO progidx
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > 20
             IF jobname(jobidx) = progjob
              AND progjob NOT= SPACES THEN
              MOVE jobidx TO progidx
             END-IF
            END-PERFORM
            IF progidx = 0 THEN
             DISPLAY "no such job in the job table - "
              FUNCTION TRIM(progjob)
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO livepath candexe
            STRING FUNCTION TRIM(batchroot) "/"
             jobname(progidx)(1:4) "/"
             FUNCTION TRIM(jobexe(progidx))
             DELIMITED BY SIZE INTO livepath
            STRING FUNCTION TRIM(newpath) "/"
             jobname(progidx)(1:4) "/"
             FUNCTION TRIM(jobexe(progidx))
             DELIMITED BY SIZE INTO candexe
            PERFORM Takecandsum
            IF nowsum = SPACES THEN
             DISPLAY "candidate program unreadable at "
              FUNCTION TRIM(candexe)
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            MOVE nowsum TO candsum
            PERFORM Findharness
            OPEN OUTPUT pendfile
            MOVE SPACES TO pendrec
            STRING "PENDING " pendid " TARGET "
             FUNCTION TRIM(livepath) " BY "
             FUNCTION TRIM(userid) " ON " today
             DELIMITED BY SIZE INTO pendrec
            WRITE pendrec
            MOVE SPACES TO pendrec
            STRING "P PROGRAM " FUNCTION TRIM(progjob)
             " BUILD " FUNCTION TRIM(newpath)
             " CKSUM " FUNCTION TRIM(candsum)
             DELIMITED BY SIZE INTO pendrec
            WRITE pendrec
            MOVE SPACES TO pendrec
            IF harnfound = 1 THEN
             STRING "H HARNESS " hrrun " " hrverdict
              " CKSUM " FUNCTION TRIM(hrcksum)
              " DATES " hrfrom " TO " hrto
              " PASS " hrpassed " FAIL " hrfailed
              " SKIPPED " hrskipped
              DELIMITED BY SIZE INTO pendrec
            ELSE
             MOVE "H no regression harness run for this build"
              TO pendrec
            END-IF
            WRITE pendrec
            MOVE 1 TO impcount
            MOVE progjob TO impkeys(1)
            PERFORM Attachimpact
            MOVE SPACES TO pendrec
            STRING "END program " FUNCTION TRIM(progjob)
             DELIMITED BY SIZE INTO pendrec
            WRITE pendrec
            CLOSE pendfile
            MOVE "SUBMIT" TO tok2
            PERFORM Writeledger
            DISPLAY "pending change " pendid " recorded at "
             FUNCTION TRIM(pendpath)
             " (" implines " impact line(s))"
            IF harnfound = 0 OR hrverdict NOT= "CLEAN"
             OR hrcksum NOT= candsum THEN
             DISPLAY "no clean regression harness run of this "
              "build attached - APPLY will refuse it"
            END-IF.

      *The newest harness ledger line for the job and build.
           Findharness.
            MOVE 0 TO harnfound
            ACCEPT harnpath FROM ENVIRONMENT "REGRESS_LEDGER"
            IF harnpath = SPACES THEN
             MOVE "REGRESS_LEDGER" TO confkey
             PERFORM Getconfig
             MOVE confval TO harnpath
            END-IF
            IF harnpath = SPACES THEN
             STRING FUNCTION TRIM(batchroot) '/regressledger.txt'
              DELIMITED BY SIZE INTO harnpath
            END-IF
            OPEN INPUT harnfile
            IF harnstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof2
            PERFORM UNTIL eof2 = 1
             READ harnfile
              AT END
               MOVE 1 TO eof2
              NOT AT END
               MOVE harnrec TO harnline
               IF hrjob = progjob AND hrbuild = newpath THEN
                MOVE harnline TO harnkeep
                MOVE 1 TO harnfound
               END-IF
             END-READ
            END-PERFORM
            CLOSE harnfile
            MOVE harnkeep TO harnline.

      *cksum of candexe into nowsum (spaces when unreadable).
           Takecandsum.
            MOVE SPACES TO nowsum sumpath
            STRING FUNCTION TRIM(batchroot) '/pending_'
             pendidx '_cksum.txt'
             DELIMITED BY SIZE INTO sumpath
            MOVE SPACES TO sumcmd
            STRING "cksum " FUNCTION TRIM(candexe) " > "
             FUNCTION TRIM(sumpath) " 2>/dev/null"
             DELIMITED BY SIZE INTO sumcmd
            CALL "SYSTEM" USING sumcmd
            MOVE 0 TO RETURN-CODE
            OPEN INPUT sumfile
            IF sumstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO sumrec
            READ sumfile
             AT END
              CONTINUE
            END-READ
            UNSTRING sumrec DELIMITED BY ALL SPACES INTO nowsum
            CLOSE sumfile
            DELETE FILE sumfile.

      *Is the pending change a program promotion; its P and H
      *lines when it is.
           Scanprogram.
            MOVE 0 TO progpending harnfound
            MOVE SPACES TO harnverdict harnsum harnrun candsum
            OPEN INPUT pendfile
            IF pendstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ pendfile INTO pendrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               MOVE SPACES TO ptok1 ptok2 ptok3 ptok4 ptok5 ptok6
                ptok7
               EVALUATE TRUE
                WHEN pendrec(1:10) = "P PROGRAM "
                 MOVE 1 TO progpending
                 UNSTRING pendrec DELIMITED BY ALL SPACES INTO
                  ptok1 ptok2 ptok3 ptok4 ptok5 ptok6 ptok7
                 MOVE ptok3 TO progjob
                 MOVE ptok5 TO newpath
                 MOVE ptok7 TO candsum
                WHEN pendrec(1:10) = "H HARNESS "
                 MOVE 1 TO harnfound
                 UNSTRING pendrec DELIMITED BY ALL SPACES INTO
                  ptok1 ptok2 ptok3 ptok4 ptok6 ptok7
                 MOVE ptok3 TO harnrun
                 MOVE ptok4 TO harnverdict
                 MOVE ptok7 TO harnsum
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
             END-READ
            END-PERFORM
            CLOSE pendfile.

      *Approves a program promotion only on a clean harness run of
      *the very executable being promoted, then copies it over the
      *live one (the outgoing program kept beside it as .prev).
           Applyprogram.
            MOVE 0 TO progidx
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > 20
             IF jobname(jobidx) = progjob THEN
              MOVE jobidx TO progidx
             END-IF
            END-PERFORM
            IF progidx = 0 THEN
             DISPLAY "pending program promotion names no known job"
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            IF harnfound = 0 OR harnverdict NOT= "CLEAN"
             OR harnsum NOT= candsum THEN
             DISPLAY "program promotion " pendidx " has no clean "
              "regression harness run of this build attached - "
              "run regress and resubmit"
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO candexe
            STRING FUNCTION TRIM(newpath) "/"
             jobname(progidx)(1:4) "/"
             FUNCTION TRIM(jobexe(progidx))
             DELIMITED BY SIZE INTO candexe
            PERFORM Takecandsum
            IF nowsum NOT= candsum THEN
             DISPLAY "candidate program changed since the harness "
              "ran - run regress and resubmit"
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO sumcmd
            STRING "cp -p " FUNCTION TRIM(livepath) " "
             FUNCTION TRIM(livepath) ".prev 2>/dev/null; "
             "cp " FUNCTION TRIM(candexe) " "
             FUNCTION TRIM(livepath)
             DELIMITED BY SIZE INTO sumcmd
            CALL "SYSTEM" USING sumcmd
            COMPUTE copyraw = RETURN-CODE
            MOVE 0 TO RETURN-CODE
            IF copyraw NOT= 0 THEN
             DISPLAY "cannot copy the candidate over "
              FUNCTION TRIM(livepath)
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            MOVE pendidx TO pendid
            MOVE "APPLY" TO tok2
            PERFORM Writeledger
            DELETE FILE pendfile
            DISPLAY "pending change " pendidx " promoted "
             FUNCTION TRIM(progjob) " to " FUNCTION TRIM(livepath)
             " (harness " harnrun ")".

      *Shows every pending change header.
           Listpending.
            MOVE 0 TO found
