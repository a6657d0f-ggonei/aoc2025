            FD reportfile.
            01 reportrec PIC X(40).
            FD ckfile.
            01 ckrec PIC X(160).
           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 ckfpath PIC X(250) VALUE SPACES.
            01 ckfstatus PIC X(2) VALUE SPACES.
            COPY checkrec.
      *Build identifier - this program's compile stamp. It heads
      *the dated report, rides in the check-status record and is
      *exported as PROGRAM_BUILD so runreg stamps every artifact
      *the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day1/input'.
            01 expectedpath PIC X(250) VALUE
            01 badmagnitudes PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           MOVE "reportfile" TO errfile
           MOVE reportstatus TO errstatus
           PERFORM Checkstatus
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
