       IDENTIFICATION DIVISION.
       PROGRAM-ID. ansidx.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT ansfile ASSIGN TO ansidxpath
              ORGANIZATION IS INDEXED
              ACCESS IS DYNAMIC
              RECORD KEY IS anskey
              FILE STATUS IS ansfstatus.

       DATA DIVISION.
           FILE SECTION.
            FD ansfile.
            COPY ansrec.

           WORKING-STORAGE SECTION.
      *Keyed answer-master engine: one record per published answer
      *under run date + day + part. Like runregidx it is the only
      *module that touches its ISAM file, so a runtime built without
      *indexed support fails the CALL and leaves ansmaster on its
      *sequential journal. A browse (FROM, then NEXT until status
      *10, then END) keeps the file open across calls.
            01 ansidxpath PIC X(250) VALUE SPACES.
            01 ansfstatus PIC X(2) VALUE SPACES.
            01 browsing PIC 9(1) VALUE 0.
      *The caller's record, held while the stored one is read back;
      *the answer-master layout (ansrec) field for field.
            01 holdrec.
             02 holdkey.
              03 holddate PIC X(8).
              03 holdday PIC 9(2).
              03 holdpart PIC X(2).
             02 holdprogram PIC X(14).
             02 holdanswer PIC X(40).
             02 holdverdict PIC X(8).
             02 holdrunid PIC X(11).
             02 holdchecksum PIC 9(7).
             02 holdsignoff PIC X(8).
             02 holdsigner PIC X(12).
             02 holdsigndate PIC X(8).
             02 holdstate PIC X(8).
             02 holdlocation PIC X(250).
            01 partidx PIC 9(1) VALUE 0.
            01 signcount PIC 9(1) VALUE 0.
            01 signparts.
             02 FILLER PIC X(2) VALUE "P1".
             02 FILLER PIC X(2) VALUE "P2".
            01 signpartt REDEFINES signparts.
             02 signpart PIC X(2) OCCURS 2 TIMES.

           LINKAGE SECTION.
            01 ixop PIC X(4).
            01 ixarea PIC X(378).
            01 ixresult PIC X(2).
            01 ixpath PIC X(250).

       PROCEDURE DIVISION USING ixop ixarea ixresult ixpath.
           MOVE "99" TO ixresult
           MOVE ixpath TO ansidxpath
           EVALUATE ixop
            WHEN "PUT " PERFORM Putans
            WHEN "SIGN" PERFORM Signans
            WHEN "ARCH" PERFORM Archans
            WHEN "GET " PERFORM Getans
            WHEN "FROM" PERFORM Fromans
            WHEN "NEXT" PERFORM Nextans
            WHEN "END " PERFORM Endans
            WHEN OTHER MOVE "98" TO ixresult
           END-EVALUATE
           GOBACK.

      *The master is created on its first publish.
           Openio.
            OPEN I-O ansfile
            IF ansfstatus = "35" THEN
             OPEN OUTPUT ansfile
             IF ansfstatus = "00" THEN
              CLOSE ansfile
              OPEN I-O ansfile
             END-IF
            END-IF.

      *One published answer. A rerun for the same date, day and
      *part replaces the entry; its sign-off survives only when
      *the answer and the input it came from are unchanged.
           Putans.
            PERFORM Openio
            IF ansfstatus NOT= "00" THEN
             MOVE ansfstatus TO ixresult
             EXIT PARAGRAPH
            END-IF
            MOVE ixarea TO ansrecord
            WRITE ansrecord
            IF ansfstatus = "22" THEN
             MOVE ixarea TO holdrec
             READ ansfile
             IF ansfstatus = "00" THEN
              IF ansanswer = holdanswer
               AND anschecksum = holdchecksum THEN
               MOVE anssignoff TO holdsignoff
               MOVE anssigner TO holdsigner
               MOVE anssigndate TO holdsigndate
              END-IF
              MOVE holdrec TO ansrecord
              REWRITE ansrecord
             END-IF
            END-IF
            MOVE ansfstatus TO ixresult
            CLOSE ansfile.

      *An analyst's decision on one day's answers for one date;
      *a blank part signs both parts.
           Signans.
            PERFORM Openio
            IF ansfstatus NOT= "00" THEN
             MOVE ansfstatus TO ixresult
             EXIT PARAGRAPH
            END-IF
            MOVE ixarea TO holdrec
            MOVE 0 TO signcount
            PERFORM VARYING partidx FROM 1 BY 1 UNTIL partidx > 2
             IF holdpart = SPACES
              OR holdpart = signpart(partidx) THEN
              MOVE holdkey TO anskey
              MOVE signpart(partidx) TO anspart
              READ ansfile
              IF ansfstatus = "00" THEN
               MOVE holdsignoff TO anssignoff
               MOVE holdsigner TO anssigner
               MOVE holdsigndate TO anssigndate
               REWRITE ansrecord
               ADD 1 TO signcount
              END-IF
             END-IF
            END-PERFORM
            IF signcount > 0 THEN
             MOVE "00" TO ixresult
            ELSE
             MOVE "23" TO ixresult
            END-IF
            CLOSE ansfile.

      *A report rolled into the monthly archive: the entry now
      *points at the archive member. A report older than the
      *master itself is entered as the archive found it.
           Archans.
            PERFORM Openio
            IF ansfstatus NOT= "00" THEN
             MOVE ansfstatus TO ixresult
             EXIT PARAGRAPH
            END-IF
            MOVE ixarea TO holdrec
            MOVE ixarea TO ansrecord
            READ ansfile
            IF ansfstatus = "00" THEN
             MOVE holdstate TO ansstate
             MOVE holdlocation TO anslocation
             REWRITE ansrecord
            ELSE
             MOVE holdrec TO ansrecord
             WRITE ansrecord
            END-IF
            MOVE ansfstatus TO ixresult
            CLOSE ansfile.

      *One keyed read.
           Getans.
            OPEN INPUT ansfile
            IF ansfstatus NOT= "00" THEN
             MOVE ansfstatus TO ixresult
             EXIT PARAGRAPH
            END-IF
            MOVE ixarea TO ansrecord
            READ ansfile
            IF ansfstatus = "00" THEN
             MOVE ansrecord TO ixarea
            END-IF
            MOVE ansfstatus TO ixresult
            CLOSE ansfile.

      *Positions a browse at the first key not below the one given.
           Fromans.
            IF browsing = 1 THEN
             CLOSE ansfile
             MOVE 0 TO browsing
            END-IF
            OPEN INPUT ansfile
            IF ansfstatus NOT= "00" THEN
             MOVE ansfstatus TO ixresult
             EXIT PARAGRAPH
            END-IF
            MOVE ixarea TO ansrecord
            START ansfile KEY >= anskey
            IF ansfstatus = "00" THEN
             MOVE 1 TO browsing
             MOVE "00" TO ixresult
            ELSE
             CLOSE ansfile
             MOVE "10" TO ixresult
            END-IF.

           Nextans.
            IF browsing = 0 THEN
             MOVE "10" TO ixresult
             EXIT PARAGRAPH
            END-IF
            READ ansfile NEXT
            IF ansfstatus = "00" THEN
             MOVE ansrecord TO ixarea
            END-IF
            MOVE ansfstatus TO ixresult.

           Endans.
            IF browsing = 1 THEN
             CLOSE ansfile
             MOVE 0 TO browsing
            END-IF
            MOVE "00" TO ixresult.
