             SELECT statsfile ASSIGN TO statspath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS statsstatus.
             SELECT regfile ASSIGN TO regpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS regstatus.

       DATA DIVISION.
           FILE SECTION.
            01 auditrec PIC X(40).
            FD statsfile.
            01 statsrec PIC X(60).
            FD regfile.
            01 regrec PIC X(80).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 statssummary4.
             02 FILLER PIC X(26) VALUE "final resting position:   ".
             02 ss4posi PIC Z(2)9.
      *Only registered dials are reported: with a dial registry in
      *place, instruction records for any other dial are skipped.
            COPY dialreg.
            01 regpath PIC X(250) VALUE SPACES.
            01 regstatus PIC X(2) VALUE SPACES.
            01 regloaded PIC 9(1) VALUE 0.
            01 regeof PIC 9(1) VALUE 0.
            01 auditdial PIC 9(2) VALUE 0.
            01 unregskipped PIC 9(7) VALUE 0.
            01 regflags.
             02 regflag PIC X(1) OCCURS 99 TIMES.
            01 histline.
             02 FILLER PIC X(4) VALUE "POS ".
             02 hlposition PIC 9(2).
             FUNCTION TRIM(batchyear) '/day1/dialstats.txt'
             DELIMITED BY SIZE INTO statspath
           END-IF
           ACCEPT regpath FROM ENVIRONMENT "DAY1_DIALREG"
           IF regpath = SPACES THEN
            MOVE "DAY1_DIALREG" TO confkey
            PERFORM Getconfig
            MOVE confval TO regpath
           END-IF
           IF regpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/dialregistry.txt'
             DELIMITED BY SIZE INTO regpath
           END-IF
           PERFORM Loadregistry
           OPEN INPUT auditfile
           MOVE "auditfile" TO errfile
           MOVE auditstatus TO errstatus
             AT END
              MOVE 1 TO eof
             NOT AT END
      *Only instruction records are analysed; the OPEN and MAINT
      *records in the trail carry no turn.
              IF auditrec(1:5) NOT= "OPEN "
               AND auditrec(1:6) NOT= "MAINT " THEN
               PERFORM Checkdial
              END-IF
           END-PERFORM.
           CLOSE auditfile.
           OPEN OUTPUT statsfile
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           IF unregskipped > 0 THEN
            MOVE SPACES TO logmsg
            STRING "instructions for unregistered dials skipped: "
             unregskipped
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
           END-IF
           MOVE SPACES TO logmsg
           STRING "dial statistics written to "
            FUNCTION TRIM(statspath)
             STOP RUN
            END-IF.

      *Registered dials only, by the dial id carried at the end of
      *each instruction record; a trail written before dial ids
      *were recorded counts as dial 1.
           Checkdial.
            IF regloaded = 1 THEN
             MOVE 1 TO auditdial
             IF auditrec(33:2) IS NUMERIC THEN
              MOVE auditrec(33:2) TO auditdial
             END-IF
             IF auditdial = 0 OR regflag(auditdial) = SPACE THEN
              ADD 1 TO unregskipped
              EXIT PARAGRAPH
             END-IF
            END-IF
            PERFORM Takeinstruction.

      *The dial registry, when there is one; without it every
      *dial in the trail is reported as before.
           Loadregistry.
            MOVE SPACES TO regflags
            OPEN INPUT regfile
            IF regstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO regloaded
            PERFORM UNTIL regeof = 1
             READ regfile
              AT END
               MOVE 1 TO regeof
              NOT AT END
               MOVE regrec TO dialregline
               IF drgdial IS NUMERIC AND drgdial > 0 THEN
                MOVE drgstatus(1:1) TO regflag(drgdial)
               END-IF
             END-READ
            END-PERFORM
            CLOSE regfile.

           Takeinstruction.
            ADD 1 TO auditlines
            COMPUTE magnitude = FUNCTION NUMVAL(auditrec(3:9))
            COMPUTE posi = FUNCTION NUMVAL(auditrec(13:9))
            IF FUNCTION ABS(magnitude) > biggestmag THEN
             COMPUTE biggestmag = FUNCTION ABS(magnitude)
            END-IF
            COMPUTE posidx = posi + 1
            ADD 1 TO visits(posidx)
            IF posi = 0 THEN
             MOVE 0 TO zerorun
            ELSE
             ADD 1 TO zerorun
             IF zerorun > longestrun THEN
              MOVE zerorun TO longestrun
             END-IF
            END-IF
            MOVE posi TO finalposi.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
