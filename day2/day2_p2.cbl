            FD detailfile.
            01 detailrec PIC X(100).
            FD ckfile.
            01 ckrec PIC X(160).
            FD extractfile.
            01 extractrec PIC X(80).
           WORKING-STORAGE SECTION.
            01 ckfpath PIC X(250) VALUE SPACES.
            01 ckfstatus PIC X(2) VALUE SPACES.
            COPY checkrec.
      *Build identifier - this program's compile stamp. It heads
      *the dated report, rides in the check-status record and is
      *exported as PROGRAM_BUILD so runreg stamps every artifact
      *the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            01 detailpath PIC X(250) VALUE SPACES.
            01 detailstatus PIC X(2) VALUE SPACES.
      *Every echoed value that actually counted, one pipe-delimited
              03 origmax PIC 9(18).
            01 rangeflags.
             02 rangeflag PIC X(1) OCCURS 100 TIMES.
      *Normalization mode asked of rangemerge (blank takes its
      *default); rangemerge hands back the mode that actually ran.
            01 mergemode PIC X(8) VALUE SPACES.
            01 mergeline.
             02 FILLER PIC X(7) VALUE "MERGED ".
             02 mlomin PIC Z(9)9.
            01 repval PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE min TO origmin(idx)
            MOVE max TO origmax(idx)
           END-PERFORM
           ACCEPT mergemode FROM ENVIRONMENT "RANGEMERGE_MODE"
           IF mergemode = SPACES THEN
            MOVE "RANGEMERGE_MODE" TO confkey
            PERFORM Getconfig
            MOVE confval TO mergemode
           END-IF
           MOVE FUNCTION UPPER-CASE(mergemode) TO mergemode
           CALL "rangemerge" USING rangecount rangetab rangeflags
            mergemode
           MOVE SPACES TO logmsg
           STRING "range normalization mode " FUNCTION TRIM(mergemode)
            " ranges processed " rangecount
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
            IF rangeflag(idx) = "M" THEN
             ADD 1 TO mergedcount
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           MOVE counter TO reportanswer
           WRITE reportrec FROM reportline
           CLOSE reportfile
      *Machine-readable outcome of the expected-answer check, one
      *record per run, collected by the driver so a batch that
      *produced wrong answers ends with a nonzero return code.
      *The same outcome is published to the answer master.
           Writecheckstatus.
            MOVE buildid TO checkbuild
            CALL "anspub" USING checkline inputpath reportpath
            OPEN EXTEND ckfile
            IF ckfstatus NOT= "00" THEN
             OPEN OUTPUT ckfile
