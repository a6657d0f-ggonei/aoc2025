            FD routefile.
            01 routerec PIC X(60).
            FD spoolfile.
            01 spoolrec PIC X(210).

           WORKING-STORAGE SECTION.
      *Operator alert spool (CALL "alerter" USING class text):
      *the moment it happens, routed by the class table - not
      *summarized at end of batch. The routing table maps event
      *classes to a destination and urgency; a class with no route
      *spools to OPS at LOW so nothing is silently dropped; the
      *owning team and its on-call contact follow the text.
      *Open-extend-close per record, runlog-style, so a crash
      *loses nothing already spooled.
            01 routepath PIC X(250) VALUE SPACES.
             02 splurgency PIC X(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 spltext PIC X(120).
             02 FILLER PIC X(7) VALUE " OWNER ".
             02 splteam PIC X(10).
             02 FILLER PIC X(6) VALUE " CALL ".
             02 splcall PIC X(20).
      *Ownership lookup (CALL "ownerserv"): the job comes from the
      *JOB_NAME the driver exports to every launch, else from the
      *first or last word of the alert text, where the driver and
      *scoreboard put the job name. An event bound for the generic
      *OPS queue goes to the owning team instead, and every owned
      *event names tonight's on-call contact.
            01 alertjob PIC X(14) VALUE SPACES.
            01 envjob PIC X(14) VALUE SPACES.
            01 revtext PIC X(120) VALUE SPACES.
            01 ownop PIC X(4) VALUE "JOB ".
            01 owndate PIC X(8) VALUE SPACES.
            01 ownteam PIC X(10) VALUE SPACES.
            01 ownprimary PIC X(20) VALUE SPACES.
            01 ownsecondary PIC X(20) VALUE SPACES.
            01 ownoncall PIC X(20) VALUE SPACES.
            01 ownresult PIC X(1) VALUE SPACES.

           LINKAGE SECTION.
            01 alertclass PIC X(10).
             MOVE rurgency(routeidx) TO useurgency
            END-IF
           END-PERFORM
           PERFORM Findjobowner
           IF ownresult = "Y" AND usedest = "OPS" THEN
            MOVE ownteam TO usedest
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO splstamp(1:8)
           MOVE SPACE TO splstamp(9:1)
           MOVE FUNCTION CURRENT-DATE(9:6) TO splstamp(10:6)
           MOVE usedest TO spldest
           MOVE useurgency TO splurgency
           MOVE alerttext TO spltext
           IF ownresult = "Y" THEN
            MOVE ownteam TO splteam
            MOVE ownoncall TO splcall
           ELSE
            MOVE "(none)" TO splteam
            MOVE "(unowned)" TO splcall
           END-IF
           OPEN EXTEND spoolfile
           IF spoolstatus NOT= "00" THEN
            OPEN OUTPUT spoolfile
           END-IF
           GOBACK.

      *Owner of the job behind this event, if one can be named.
           Findjobowner.
            MOVE "N" TO ownresult
            MOVE SPACES TO envjob
            ACCEPT envjob FROM ENVIRONMENT "JOB_NAME"
            IF envjob NOT= SPACES THEN
             MOVE envjob TO alertjob
             PERFORM Lookupowner
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO alertjob
            UNSTRING alerttext DELIMITED BY ALL SPACES
             INTO alertjob
            PERFORM Lookupowner
            IF ownresult = "Y" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE FUNCTION REVERSE(FUNCTION TRIM(alerttext))
             TO revtext
            MOVE SPACES TO alertjob
            UNSTRING revtext DELIMITED BY ALL SPACES
             INTO alertjob
            MOVE FUNCTION REVERSE(FUNCTION TRIM(alertjob))
             TO alertjob
            MOVE FUNCTION TRIM(alertjob) TO alertjob
            PERFORM Lookupowner.

           Lookupowner.
            MOVE "N" TO ownresult
            IF alertjob NOT= SPACES THEN
             CALL "ownerserv" USING ownop alertjob owndate ownteam
              ownprimary ownsecondary ownoncall ownresult
            END-IF.

           Loadroutes.
            MOVE 1 TO loaded
            ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
