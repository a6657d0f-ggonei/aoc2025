       IDENTIFICATION DIVISION.
       PROGRAM-ID. ownerserv.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT ownerfile ASSIGN TO ownerpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ownerstatus.

       DATA DIVISION.
           FILE SECTION.
            FD ownerfile.
            01 ownerrec PIC X(100).

           WORKING-STORAGE SECTION.
      *Job ownership service, calserv-style. The maintained
      *ownership file is keyed by jobtable name:
      *  OWNER <job> <team> <primary> <secondary>
      *  ROTA <team-or-job> <fromdate> <todate> <contact>
      *A ROTA naming the job itself beats one naming its team, and
      *with no rota covering the date the primary contact is the
      *one to call. Lines starting with * are comments.
            01 ownerpath PIC X(250) VALUE SPACES.
            01 ownerstatus PIC X(2) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 loaded PIC 9(1) VALUE 0.
            01 ownereof PIC 9(1) VALUE 0.
            01 owncount PIC 9(2) VALUE 0.
            01 ownidx PIC 9(2) VALUE 0.
            01 ownfound PIC 9(2) VALUE 0.
            01 owntab.
             02 ownentry OCCURS 50 TIMES.
              03 oejob PIC X(14).
              03 oeteam PIC X(10).
              03 oeprimary PIC X(20).
              03 oesecondary PIC X(20).
            01 rotacount PIC 9(3) VALUE 0.
            01 rotaidx PIC 9(3) VALUE 0.
            01 rotatab.
             02 rotaentry OCCURS 200 TIMES.
              03 rtkey PIC X(14).
              03 rtfrom PIC X(8).
              03 rtto PIC X(8).
              03 rtcontact PIC X(20).
            01 otok1 PIC X(5) VALUE SPACES.
            01 otok2 PIC X(14) VALUE SPACES.
            01 otok3 PIC X(20) VALUE SPACES.
            01 otok4 PIC X(20) VALUE SPACES.
            01 otok5 PIC X(20) VALUE SPACES.
            01 lookdate PIC X(8) VALUE SPACES.
            01 teamcall PIC X(20) VALUE SPACES.
            01 jobcall PIC X(20) VALUE SPACES.

           LINKAGE SECTION.
      *op JOB  - ownteam, ownprimary, ownsecondary and the on-call
      *          contact for owndate (spaces for today) of ownjob;
      *          ownresult Y (owned) or N (no OWNER record)
            01 ownop PIC X(4).
            01 ownjob PIC X(14).
            01 owndate PIC X(8).
            01 ownteam PIC X(10).
            01 ownprimary PIC X(20).
            01 ownsecondary PIC X(20).
            01 ownoncall PIC X(20).
            01 ownresult PIC X(1).

       PROCEDURE DIVISION USING ownop ownjob owndate ownteam
            ownprimary ownsecondary ownoncall ownresult.
           IF loaded = 0 THEN
            PERFORM Loadowners
           END-IF
           EVALUATE ownop
            WHEN "JOB "
             PERFORM Findowner
            WHEN OTHER
             MOVE "?" TO ownresult
           END-EVALUATE
           GOBACK.

      *Owner record and tonight's contact for one job.
           Findowner.
            MOVE SPACES TO ownteam ownprimary ownsecondary ownoncall
            MOVE "N" TO ownresult
            MOVE 0 TO ownfound
            PERFORM VARYING ownidx FROM 1 BY 1
             UNTIL ownidx > owncount
             IF oejob(ownidx) = ownjob THEN
              MOVE ownidx TO ownfound
             END-IF
            END-PERFORM
            IF ownfound = 0 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE "Y" TO ownresult
            MOVE oeteam(ownfound) TO ownteam
            MOVE oeprimary(ownfound) TO ownprimary
            MOVE oesecondary(ownfound) TO ownsecondary
            MOVE owndate TO lookdate
            IF lookdate = SPACES THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO lookdate
            END-IF
            MOVE SPACES TO teamcall jobcall
            PERFORM VARYING rotaidx FROM 1 BY 1
             UNTIL rotaidx > rotacount
             IF lookdate NOT< rtfrom(rotaidx)
              AND lookdate NOT> rtto(rotaidx) THEN
              IF rtkey(rotaidx) = ownjob THEN
               MOVE rtcontact(rotaidx) TO jobcall
              ELSE
               IF rtkey(rotaidx) = ownteam THEN
                MOVE rtcontact(rotaidx) TO teamcall
               END-IF
              END-IF
             END-IF
            END-PERFORM
            EVALUATE TRUE
             WHEN jobcall NOT= SPACES
              MOVE jobcall TO ownoncall
             WHEN teamcall NOT= SPACES
              MOVE teamcall TO ownoncall
             WHEN OTHER
              MOVE ownprimary TO ownoncall
            END-EVALUATE.

           Loadowners.
            MOVE 1 TO loaded
            ACCEPT ownerpath FROM ENVIRONMENT "JOB_OWNERS"
            IF ownerpath = SPACES THEN
             ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
             IF batchyear = SPACES THEN
              MOVE "aoc2025" TO batchyear
             END-IF
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/jobowners.txt'
              DELIMITED BY SIZE INTO ownerpath
            END-IF
            OPEN INPUT ownerfile
            IF ownerstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO ownereof
            PERFORM UNTIL ownereof = 1
             READ ownerfile INTO ownerrec
              AT END
               MOVE 1 TO ownereof
              NOT AT END
               IF ownerrec NOT= SPACES
                AND ownerrec(1:1) NOT= "*" THEN
                MOVE SPACES TO otok1 otok2 otok3 otok4 otok5
                UNSTRING ownerrec DELIMITED BY ALL SPACES
                 INTO otok1 otok2 otok3 otok4 otok5
                EVALUATE TRUE
                 WHEN otok1 = "OWNER" AND otok2 NOT= SPACES
                  AND owncount < 50
                  ADD 1 TO owncount
                  MOVE otok2 TO oejob(owncount)
                  MOVE otok3 TO oeteam(owncount)
                  MOVE otok4 TO oeprimary(owncount)
                  MOVE otok5 TO oesecondary(owncount)
                 WHEN otok1 = "ROTA" AND otok2 NOT= SPACES
                  AND rotacount < 200
                  ADD 1 TO rotacount
                  MOVE otok2 TO rtkey(rotacount)
                  MOVE otok3 TO rtfrom(rotacount)
                  MOVE otok4 TO rtto(rotacount)
                  MOVE otok5 TO rtcontact(rotacount)
                 WHEN OTHER
                  CONTINUE
                END-EVALUATE
               END-IF
             END-READ
            END-PERFORM
            CLOSE ownerfile.
