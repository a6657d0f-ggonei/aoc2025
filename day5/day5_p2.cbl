            FD rangesfile.
            01 rangesrec PIC X(120).
            FD ckfile.
            01 ckrec PIC X(160).
            FD chargefile.
            01 chargerec PIC X(160).
           WORKING-STORAGE SECTION.
            01 ckfpath PIC X(250) VALUE SPACES.
            01 ckfstatus PIC X(2) VALUE SPACES.
            COPY checkrec.
      *Build identifier - this program's compile stamp. It rides in
      *the check-status record and is exported as PROGRAM_BUILD so
      *runreg stamps every artifact the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day5/input'.
            01 resultpath PIC X(250) VALUE
              03 rangemax PIC 9(18).
            01 rangeflags.
             02 rangeflag PIC X(1) OCCURS 9999 TIMES.
      *Normalization mode asked of rangemerge (blank takes its
      *default); rangemerge hands back the mode that actually ran.
            01 mergemode PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           MOVE validcount TO numitems.

      *The overlap-trimming itself now lives in the shared rangemerge
      *subprogram (day2 normalizes its ranges through the same
      *code), so the two programs can never disagree on the rule.
           ACCEPT mergemode FROM ENVIRONMENT "RANGEMERGE_MODE"
           IF mergemode = SPACES THEN
            MOVE "RANGEMERGE_MODE" TO confkey
            PERFORM Getconfig
            MOVE confval TO mergemode
           END-IF
           MOVE FUNCTION UPPER-CASE(mergemode) TO mergemode
           CALL "rangemerge" USING numitems rangetab rangeflags
            mergemode
           MOVE SPACES TO logmsg
           STRING "range normalization mode " FUNCTION TRIM(mergemode)
            " ranges processed " numitems
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
           PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > numitems
            IF rangeflag(idx) = "M" THEN
             ADD 1 TO mergedcount
      *Machine-readable outcome of the expected-answer check, one
      *record per run, collected by the driver so a batch that
      *produced wrong answers ends with a nonzero return code.
      *The same outcome is published to the answer master.
           Writecheckstatus.
            MOVE buildid TO checkbuild
            CALL "anspub" USING checkline inputpath resultpath
            OPEN EXTEND ckfile
            IF ckfstatus NOT= "00" THEN
             OPEN OUTPUT ckfile
