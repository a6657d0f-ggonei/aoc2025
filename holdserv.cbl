       IDENTIFICATION DIVISION.
       PROGRAM-ID. holdserv.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT holdfile ASSIGN TO holdpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS holdstatus.

       DATA DIVISION.
           FILE SECTION.
            FD holdfile.
            01 holdrec PIC X(120).

           WORKING-STORAGE SECTION.
      *Legal-hold service, ownerserv-style. The legal-hold file is
      *loaded once per run; each call asks whether one artifact -
      *a kind, the date or span of dates it covers and the day it
      *belongs to - falls under a hold that is in force, and which
      *matter holds it. An archive member carries reports and
      *exception partitions alike, so a hold of any kind over its
      *month holds the member.
            01 holdpath PIC X(250) VALUE SPACES.
            01 holdstatus PIC X(2) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 loaded PIC 9(1) VALUE 0.
            01 holdeof PIC 9(1) VALUE 0.
            01 holdcount PIC 9(3) VALUE 0.
            01 holdidx PIC 9(3) VALUE 0.
            01 kindhits PIC 9(2) VALUE 0.
            01 dayhits PIC 9(2) VALUE 0.
            01 holdtab.
             02 holdentry OCCURS 100 TIMES.
              03 htmatter PIC X(12).
              03 htfrom PIC X(8).
              03 htto PIC X(8).
              03 htdays PIC X(9).
              03 htkinds PIC X(30).
            COPY holdrec.

           LINKAGE SECTION.
      *op CHEK - is hskind (REPORTS, EXCEPTIONS or ARCHIVES) dated
      *          hsfrom to hsto for day hsday (space for an
      *          artifact of no one day) held; hsresult Y with
      *          the first holding matter in hsmatter, or N
            01 hsop PIC X(4).
            01 hskind PIC X(10).
            01 hsfrom PIC X(8).
            01 hsto PIC X(8).
            01 hsday PIC X(1).
            01 hsmatter PIC X(12).
            01 hsresult PIC X(1).

       PROCEDURE DIVISION USING hsop hskind hsfrom hsto hsday
            hsmatter hsresult.
           IF loaded = 0 THEN
            PERFORM Loadholds
           END-IF
           EVALUATE hsop
            WHEN "CHEK"
             PERFORM Checkhold
            WHEN OTHER
             MOVE "?" TO hsresult
           END-EVALUATE
           GOBACK.

      *The first hold in force over the artifact, file order.
           Checkhold.
            MOVE SPACES TO hsmatter
            MOVE "N" TO hsresult
            PERFORM VARYING holdidx FROM 1 BY 1
             UNTIL holdidx > holdcount OR hsresult = "Y"
             IF hsfrom NOT> htto(holdidx)
              AND hsto NOT< htfrom(holdidx) THEN
              MOVE 0 TO kindhits
              MOVE 0 TO dayhits
              IF hskind = "ARCHIVES" OR htkinds(holdidx) = "ALL" THEN
               MOVE 1 TO kindhits
              ELSE
               EVALUATE hskind
                WHEN "REPORTS"
                 INSPECT htkinds(holdidx) TALLYING kindhits
                  FOR ALL "REPORTS"
                WHEN "EXCEPTIONS"
                 INSPECT htkinds(holdidx) TALLYING kindhits
                  FOR ALL "EXCEPTIONS"
                WHEN OTHER
                 CONTINUE
               END-EVALUATE
              END-IF
              IF hsday = SPACE OR hskind = "ARCHIVES"
               OR htdays(holdidx) = "ALL" THEN
               MOVE 1 TO dayhits
              ELSE
               INSPECT htdays(holdidx) TALLYING dayhits
                FOR ALL hsday
              END-IF
              IF kindhits > 0 AND dayhits > 0 THEN
               MOVE htmatter(holdidx) TO hsmatter
               MOVE "Y" TO hsresult
              END-IF
             END-IF
            END-PERFORM.

      *Well-formed HOLD lines with real calendar dates only; a
      *line that does not parse holds nothing, and changectl
      *refuses to install one.
           Loadholds.
            MOVE 1 TO loaded
            ACCEPT holdpath FROM ENVIRONMENT "LEGAL_HOLDS"
            IF holdpath = SPACES THEN
             ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
             IF batchyear = SPACES THEN
              MOVE "aoc2025" TO batchyear
             END-IF
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/legalholds.txt'
              DELIMITED BY SIZE INTO holdpath
            END-IF
            OPEN INPUT holdfile
            IF holdstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO holdeof
            PERFORM UNTIL holdeof = 1
             READ holdfile INTO holdrec
              AT END
               MOVE 1 TO holdeof
              NOT AT END
               IF holdrec NOT= SPACES
                AND holdrec(1:1) NOT= "*" THEN
                MOVE SPACES TO holdline
                UNSTRING holdrec DELIMITED BY ALL SPACES INTO
                 hltag hlmatter hlfrom hlto hldays hlkinds
                 hlplacedby hlplacedon
                IF hltag = "HOLD" AND hlmatter NOT= SPACES
                 AND hlfrom IS NUMERIC AND hlto IS NUMERIC
                 AND hlfrom NOT> hlto AND hldays NOT= SPACES
                 AND hlkinds NOT= SPACES
                 AND holdcount < 100 THEN
                 IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(hlfrom))
                  = 0 AND
                  FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(hlto))
                  = 0 THEN
                  ADD 1 TO holdcount
                  MOVE hlmatter TO htmatter(holdcount)
                  MOVE hlfrom TO htfrom(holdcount)
                  MOVE hlto TO htto(holdcount)
                  MOVE hldays TO htdays(holdcount)
                  MOVE hlkinds TO htkinds(holdcount)
                 END-IF
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE holdfile.
