                 03 gstreak PIC 9(4).
                 03 gbeststreak PIC 9(4).
                 03 gtotal PIC 9(6).
                 03 gcase PIC 9(4).
                 03 gowner PIC X(12).
                 03 gcasestate PIC X(8).
             01 prioritycount PIC 9(3) VALUE 0.
             01 gonecount PIC 9(3) VALUE 0.
             01 catpath PIC X(250) VALUE SPACES.
             01 catstatus PIC X(2) VALUE SPACES.
             01 cateof PIC 9(1) VALUE 0.
             01 excoverride PIC X(250) VALUE SPACES.
      *Exception cases (CALL "casesrv"): each group is looked up by
      *program and pattern as last seen, so an open case shows its
      *number and owner on the group line, and a closed case whose
      *exception came back after the close is reopened.
             COPY caserec.
             01 caseop PIC X(4) VALUE "FIND".
             01 caseresult PIC X(2) VALUE SPACES.
             01 reopencount PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      *Recurrence analysis over the exception repository's date
             CLOSE catfile
            END-IF
           END-IF
           PERFORM VARYING grpidx FROM 1 BY 1
            UNTIL grpidx > grpcount
            PERFORM Findcase
           END-PERFORM
           OPEN OUTPUT reportfile
           MOVE "reportfile" TO errfile
           MOVE reportstatus TO errstatus
           MOVE SPACES TO reportrec
           STRING "SUMMARY GROUPS " grpcount " PRIORITY "
            prioritycount " DISAPPEARED " gonecount
            " CASES REOPENED " reopencount
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           CLOSE reportfile
             MOVE recdate TO glast(grphit)
            END-IF.

      *One group line, with its case when it has one.
           Writegroup.
            MOVE SPACES TO reportrec
            IF gcase(grpidx) = 0 THEN
             STRING gprog(grpidx) " " gsev(grpidx) " "
              gpattern(grpidx)
              " STREAK " gstreak(grpidx)
              " FIRST " gfirst(grpidx)
              " LAST " glast(grpidx)
              " TOTAL " gtotal(grpidx)
              DELIMITED BY SIZE INTO reportrec
            ELSE
             STRING gprog(grpidx) " " gsev(grpidx) " "
              gpattern(grpidx)
              " STREAK " gstreak(grpidx)
              " FIRST " gfirst(grpidx)
              " LAST " glast(grpidx)
              " TOTAL " gtotal(grpidx)
              " CASE " gcase(grpidx) " " gcasestate(grpidx)
              " OWNER " gowner(grpidx)
              DELIMITED BY SIZE INTO reportrec
            END-IF
            WRITE reportrec.

      *The case covering group grpidx, if any; a reopen is logged.
           Findcase.
            MOVE 0 TO gcase(grpidx)
            MOVE SPACES TO gowner(grpidx) gcasestate(grpidx)
            MOVE SPACES TO caseline
            MOVE gprog(grpidx) TO csprogram
            MOVE gpattern(grpidx) TO cspattern
            MOVE glast(grpidx) TO cslastseen
            CALL "casesrv" USING caseop caseline caseresult
             ON EXCEPTION
              MOVE "99" TO caseresult
            END-CALL
            IF caseresult NOT= "00" AND caseresult NOT= "05" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE csnumber TO gcase(grpidx)
            MOVE csowner TO gowner(grpidx)
            IF csowner = SPACES THEN
             MOVE "UNASSIGNED" TO gowner(grpidx)
            END-IF
            MOVE csstate TO gcasestate(grpidx)
            IF caseresult = "05" THEN
             ADD 1 TO reopencount
             MOVE SPACES TO logmsg
             STRING "case " csnumber " reopened - "
              FUNCTION TRIM(gprog(grpidx)) " "
              FUNCTION TRIM(gpattern(grpidx)) " seen again "
              glast(grpidx) " after close " csclosed
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
            END-IF.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
