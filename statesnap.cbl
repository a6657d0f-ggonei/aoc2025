             01 relout PIC X(40) VALUE SPACES.
             01 relptr PIC 9(2) VALUE 0.
             01 routptr PIC 9(2) VALUE 0.
      *Legal holds (holdserv): RESTORE leaves exception state a
      *hold covers exactly as it is - the live repository against
      *the current month, a partition against its own month -
      *since rolling it back would discard held records.
             01 hsop PIC X(4) VALUE "CHEK".
             01 hskind PIC X(10) VALUE SPACES.
             01 hsfrom PIC X(8) VALUE SPACES.
             01 hsto PIC X(8) VALUE SPACES.
             01 hsday PIC X(1) VALUE SPACE.
             01 hsmatter PIC X(12) VALUE SPACES.
             01 hsresult PIC X(1) VALUE "N".
             01 heldcount PIC 9(2) VALUE 0.
             01 holdmonth PIC X(6) VALUE SPACES.
             01 origlen PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      *Snapshot and rollback for the suite's persistent state.
      *A state file the snapshot recorded as absent is not touched;
      *a missing snapshot member is an error, because a partial
      *restore is exactly the inconsistency this tool exists to
      *prevent. Exception state under a legal hold is the one
      *deliberate exception: it stays as it is and the restore
      *ends on a warning.
           Restoreset.
            OPEN INPUT invfile
            IF invstatus NOT= "00" THEN
            MOVE SPACES TO logmsg
            STRING "restore of " FUNCTION TRIM(snapname)
             " - " restoredcount " restored, " misscount
             " missing member(s), " heldcount " left under hold"
             DELIMITED BY SIZE INTO logmsg
            EVALUATE TRUE
             WHEN misscount > 0
              MOVE "ERROR" TO logsev
             WHEN heldcount > 0
              MOVE "WARN " TO logsev
             WHEN OTHER
              MOVE "INFO " TO logsev
            END-EVALUATE
            PERFORM Log
            EVALUATE TRUE
             WHEN misscount > 0
              MOVE 8 TO RETURN-CODE
             WHEN heldcount > 0
              MOVE 4 TO RETURN-CODE
             WHEN OTHER
              CONTINUE
            END-EVALUATE.

      *Is the member about to be rolled back exception state a
      *legal hold covers.
           Checkhold.
            MOVE "N" TO hsresult
            MOVE SPACES TO hsmatter holdmonth
            EVALUATE stateslug(stateidx)
             WHEN "exceptionrepo"
              MOVE snapdate(1:6) TO holdmonth
             WHEN "excpartition"
              COMPUTE origlen =
               FUNCTION LENGTH(FUNCTION TRIM(invorig))
              IF origlen > 10 THEN
               MOVE invorig(origlen - 9:6) TO holdmonth
              END-IF
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE
            IF holdmonth NOT NUMERIC THEN
             MOVE snapdate(1:6) TO holdmonth
            END-IF
            MOVE "EXCEPTIONS" TO hskind
            MOVE SPACES TO hsfrom hsto
            STRING holdmonth "01" DELIMITED BY SIZE INTO hsfrom
            STRING holdmonth "31" DELIMITED BY SIZE INTO hsto
            MOVE SPACE TO hsday
            CALL "holdserv" USING hsop hskind hsfrom hsto hsday
             hsmatter hsresult
             ON EXCEPTION
              MOVE "N" TO hsresult
            END-CALL.

      *One inventory member back to the live path the inventory
      *recorded when the snapshot was taken - re-resolving the
             EXIT PARAGRAPH
            END-IF
            MOVE invorig TO statepath
            PERFORM Checkhold
            IF hsresult = "Y" THEN
             ADD 1 TO heldcount
             MOVE SPACES TO logmsg
             STRING "not rolled back " FUNCTION TRIM(statepath)
              " - under legal hold " FUNCTION TRIM(hsmatter)
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO copyinpath
            STRING FUNCTION TRIM(batchroot) '/snapshot_'
             FUNCTION TRIM(snapname) '_'
