       IDENTIFICATION DIVISION.
       PROGRAM-ID. casesrv.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT casefile ASSIGN TO casepath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS casestatus.
             SELECT notefile ASSIGN TO notepath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS notestatus.

       DATA DIVISION.
           FILE SECTION.
            FD casefile.
            01 caserec PIC X(169).
            FD notefile.
            01 noterec PIC X(120).

           WORKING-STORAGE SECTION.
      *Exception case service, ownerserv-style: one case file keyed
      *by program and exception key pattern (COPY caserec) holds the
      *state of every case, and every change appends a dated line
      *to the case notes file. The file is re-read on every call -
      *the console and the nightly readers share it - and rewritten
      *whole after an update.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchroot PIC X(200) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 resolved PIC 9(1) VALUE 0.
            01 casepath PIC X(250) VALUE SPACES.
            01 casestatus PIC X(2) VALUE SPACES.
            01 notepath PIC X(250) VALUE SPACES.
            01 notestatus PIC X(2) VALUE SPACES.
            01 caseeof PIC 9(1) VALUE 0.
            01 casecount PIC 9(3) VALUE 0.
            01 caseidx PIC 9(3) VALUE 0.
            01 casefound PIC 9(3) VALUE 0.
            01 casehigh PIC 9(4) VALUE 0.
            01 casechanged PIC 9(1) VALUE 0.
            01 casematch PIC 9(1) VALUE 0.
            01 starpos PIC 9(2) VALUE 0.
            01 today PIC X(8) VALUE SPACES.
            COPY caserec.
            01 casetab.
             02 caseentry PIC X(169) OCCURS 500 TIMES.
      *The caller's request, taken out of the linkage area before
      *the table entries are worked through caseline.
            01 reqnumber PIC 9(4) VALUE 0.
            01 reqprogram PIC X(14) VALUE SPACES.
            01 reqpattern PIC X(20) VALUE SPACES.
            01 reqowner PIC X(12) VALUE SPACES.
            01 reqresolution PIC X(8) VALUE SPACES.
            01 reqseen PIC X(8) VALUE SPACES.
            01 reqnote PIC X(40) VALUE SPACES.
            01 reqactor PIC X(12) VALUE SPACES.
            01 notetext PIC X(80) VALUE SPACES.
            01 noteline.
             02 nlnumber PIC 9(4).
             02 FILLER PIC X(1) VALUE SPACE.
             02 nldate PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 nltime PIC X(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 nlactor PIC X(12).
             02 FILLER PIC X(1) VALUE SPACE.
             02 nltext PIC X(80).

           LINKAGE SECTION.
      *op OPEN - new case on csprogram (spaces for any) and
      *          cspattern for csowner, opened by csactor; 22 and
      *          the case when one is already open on that key
      *   ASGN - csnumber handed to csowner
      *   NOTE - cslastnote added to csnumber's history
      *   CLOS - csnumber closed with csresolution (and cslastnote);
      *          21 when it is already closed
      *   GET  - csnumber
      *   NEXT - the first case numbered above csnumber; 10 at end
      *   FIND - the newest case matching csprogram and the raw
      *          exception key in cspattern; with cslastseen set,
      *          a CLOSED case seen again after its close date is
      *          reopened and the result is 05
      *Results 00 done, 05 reopened, 10 end, 21 already closed,
      *22 duplicate, 23 no such case, 24 case file full, 30 case
      *file not written.
            01 csop PIC X(4).
            01 csarea PIC X(169).
            01 csresult PIC X(2).

       PROCEDURE DIVISION USING csop csarea csresult.
           MOVE "99" TO csresult
           IF resolved = 0 THEN
            PERFORM Resolvepaths
           END-IF
           MOVE csarea TO caseline
           MOVE csnumber TO reqnumber
           MOVE csprogram TO reqprogram
           MOVE cspattern TO reqpattern
           MOVE csowner TO reqowner
           MOVE csresolution TO reqresolution
           MOVE cslastseen TO reqseen
           MOVE cslastnote TO reqnote
           MOVE csactor TO reqactor
           MOVE FUNCTION CURRENT-DATE(1:8) TO today
           PERFORM Loadcases
           EVALUATE csop
            WHEN "GET "
             PERFORM Findnumber
             IF casefound > 0 THEN
              MOVE caseentry(casefound) TO csarea
              MOVE "00" TO csresult
             ELSE
              MOVE "23" TO csresult
             END-IF
            WHEN "NEXT"
             MOVE 0 TO casefound
             PERFORM VARYING caseidx FROM 1 BY 1
              UNTIL caseidx > casecount OR casefound > 0
              MOVE caseentry(caseidx) TO caseline
              IF csnumber > reqnumber THEN
               MOVE caseidx TO casefound
              END-IF
             END-PERFORM
             IF casefound > 0 THEN
              MOVE caseentry(casefound) TO csarea
              MOVE "00" TO csresult
             ELSE
              MOVE "10" TO csresult
             END-IF
            WHEN "FIND"
             PERFORM Findmatch
            WHEN "OPEN"
             PERFORM Opencase
            WHEN "ASGN"
             PERFORM Findnumber
             IF casefound = 0 THEN
              MOVE "23" TO csresult
             ELSE
              MOVE reqowner TO csowner
              MOVE SPACES TO notetext
              STRING "ASSIGNED TO " FUNCTION TRIM(reqowner)
               DELIMITED BY SIZE INTO notetext
              PERFORM Updatecase
             END-IF
            WHEN "NOTE"
             PERFORM Findnumber
             IF casefound = 0 THEN
              MOVE "23" TO csresult
             ELSE
              MOVE reqnote TO notetext
              PERFORM Updatecase
             END-IF
            WHEN "CLOS"
             PERFORM Findnumber
             EVALUATE TRUE
              WHEN casefound = 0
               MOVE "23" TO csresult
              WHEN csstate = "CLOSED"
               MOVE caseline TO csarea
               MOVE "21" TO csresult
              WHEN OTHER
               MOVE "CLOSED" TO csstate
               MOVE today TO csclosed
               MOVE reqresolution TO csresolution
               MOVE SPACES TO notetext
               STRING "CLOSED " FUNCTION TRIM(reqresolution) " "
                FUNCTION TRIM(reqnote)
                DELIMITED BY SIZE INTO notetext
               PERFORM Updatecase
             END-EVALUATE
            WHEN OTHER
             MOVE "98" TO csresult
           END-EVALUATE
           GOBACK.

           Resolvepaths.
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
            ACCEPT casepath FROM ENVIRONMENT "CASE_FILE"
            IF casepath = SPACES THEN
             MOVE "CASE_FILE" TO confkey
             PERFORM Getconfig
             MOVE confval TO casepath
            END-IF
            IF casepath = SPACES THEN
             STRING FUNCTION TRIM(batchroot) '/exccases.txt'
              DELIMITED BY SIZE INTO casepath
            END-IF
            ACCEPT notepath FROM ENVIRONMENT "CASE_NOTES"
            IF notepath = SPACES THEN
             MOVE "CASE_NOTES" TO confkey
             PERFORM Getconfig
             MOVE confval TO notepath
            END-IF
            IF notepath = SPACES THEN
             STRING FUNCTION TRIM(batchroot) '/exccasenotes.txt'
              DELIMITED BY SIZE INTO notepath
            END-IF
            MOVE 1 TO resolved.

      *The whole case file into the table, in case-number order
      *(cases are only ever added at the end).
           Loadcases.
            MOVE 0 TO casecount
            MOVE 0 TO casehigh
            OPEN INPUT casefile
            IF casestatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO caseeof
            PERFORM UNTIL caseeof = 1
             READ casefile
              AT END
               MOVE 1 TO caseeof
              NOT AT END
               IF caserec(1:4) IS NUMERIC AND casecount < 500 THEN
                ADD 1 TO casecount
                MOVE caserec TO caseentry(casecount)
                IF caserec(1:4) > casehigh THEN
                 MOVE caserec(1:4) TO casehigh
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE casefile.

           Savecases.
            OPEN OUTPUT casefile
            IF casestatus NOT= "00" THEN
             MOVE "30" TO csresult
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING caseidx FROM 1 BY 1
             UNTIL caseidx > casecount
             WRITE caserec FROM caseentry(caseidx)
            END-PERFORM
            CLOSE casefile.

      *Case reqnumber into caseline; casefound 0 when there is
      *none.
           Findnumber.
            MOVE 0 TO casefound
            PERFORM VARYING caseidx FROM 1 BY 1
             UNTIL caseidx > casecount OR casefound > 0
             MOVE caseentry(caseidx) TO caseline
             IF csnumber = reqnumber THEN
              MOVE caseidx TO casefound
             END-IF
            END-PERFORM.

      *Stamps the change held in caseline and notetext, stores the
      *case, rewrites the file and appends the note.
           Updatecase.
            MOVE notetext TO cslastnote
            MOVE reqactor TO csactor
            MOVE caseline TO caseentry(casefound)
            MOVE "00" TO csresult
            PERFORM Savecases
            PERFORM Writenote
            MOVE caseline TO csarea.

      *A new case, unless one on the same key is still open.
           Opencase.
            PERFORM Normalize
            IF reqprogram = SPACES THEN
             MOVE "*" TO reqprogram
            END-IF
            PERFORM VARYING caseidx FROM 1 BY 1
             UNTIL caseidx > casecount
             MOVE caseentry(caseidx) TO caseline
             IF csprogram = reqprogram AND cspattern = reqpattern
              AND csstate NOT= "CLOSED" THEN
              MOVE caseline TO csarea
              MOVE "22" TO csresult
              EXIT PARAGRAPH
             END-IF
            END-PERFORM
            IF casecount >= 500 THEN
             MOVE "24" TO csresult
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO casecount
            MOVE casecount TO casefound
            ADD 1 TO casehigh
            MOVE SPACES TO caseline
            MOVE casehigh TO csnumber
            MOVE reqprogram TO csprogram
            MOVE reqpattern TO cspattern
            MOVE "OPEN" TO csstate
            MOVE reqowner TO csowner
            MOVE today TO csopened
            MOVE reqactor TO csopenby
            MOVE 0 TO csreopens
            MOVE SPACES TO notetext
            STRING "OPENED " FUNCTION TRIM(reqnote)
             DELIMITED BY SIZE INTO notetext
            PERFORM Updatecase.

      *The newest case matching the exception; a closed case whose
      *exception turns up after the close date is reopened.
           Findmatch.
            PERFORM Normalize
            MOVE 0 TO casefound
            PERFORM VARYING caseidx FROM casecount BY -1
             UNTIL caseidx < 1 OR casefound > 0
             MOVE caseentry(caseidx) TO caseline
             PERFORM Matchcase
             IF casematch = 1 THEN
              MOVE caseidx TO casefound
             END-IF
            END-PERFORM
            IF casefound = 0 THEN
             MOVE "23" TO csresult
             EXIT PARAGRAPH
            END-IF
            MOVE caseentry(casefound) TO caseline
            MOVE "00" TO csresult
            MOVE 0 TO casechanged
            IF reqseen NOT= SPACES AND reqseen > cslastseen THEN
             MOVE reqseen TO cslastseen
             MOVE 1 TO casechanged
            END-IF
            IF reqseen NOT= SPACES AND csstate = "CLOSED"
             AND reqseen > csclosed THEN
             MOVE "REOPENED" TO csstate
             ADD 1 TO csreopens
             MOVE SPACES TO notetext
             STRING "REOPENED - exception seen " reqseen
              DELIMITED BY SIZE INTO notetext
             MOVE "casesrv" TO reqactor
             PERFORM Updatecase
             IF csresult = "00" THEN
              MOVE "05" TO csresult
             END-IF
             EXIT PARAGRAPH
            END-IF
            IF casechanged = 1 THEN
             MOVE caseline TO caseentry(casefound)
             PERFORM Savecases
            END-IF
            MOVE caseline TO csarea.

      *Does the case in caseline cover reqprogram and reqpattern.
           Matchcase.
            MOVE 0 TO casematch
            IF csprogram NOT= "*" AND csprogram NOT= SPACES
             AND csprogram NOT= reqprogram THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO starpos
            INSPECT cspattern TALLYING starpos
             FOR CHARACTERS BEFORE INITIAL "*"
            IF starpos < 20 THEN
             IF starpos = 0 THEN
              MOVE 1 TO casematch
             ELSE
              IF reqpattern(1:starpos) = cspattern(1:starpos) THEN
               MOVE 1 TO casematch
              END-IF
             END-IF
            ELSE
             IF reqpattern = cspattern THEN
              MOVE 1 TO casematch
             END-IF
            END-IF.

      *Digits collapse to "#", as excrecur groups exception keys.
           Normalize.
            INSPECT reqpattern REPLACING ALL "0" BY "#"
             ALL "1" BY "#" ALL "2" BY "#" ALL "3" BY "#"
             ALL "4" BY "#" ALL "5" BY "#" ALL "6" BY "#"
             ALL "7" BY "#" ALL "8" BY "#" ALL "9" BY "#".

      *One dated line of case history, append-only.
           Writenote.
            MOVE csnumber TO nlnumber
            MOVE today TO nldate
            MOVE FUNCTION CURRENT-DATE(9:6) TO nltime
            MOVE csactor TO nlactor
            MOVE notetext TO nltext
            OPEN EXTEND notefile
            IF notestatus NOT= "00" THEN
             OPEN OUTPUT notefile
            END-IF
            IF notestatus = "00" THEN
             WRITE noterec FROM noteline
             CLOSE notefile
            END-IF.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
           Getconfig.
            MOVE SPACES TO confval
            CALL "config" USING confkey confval.
