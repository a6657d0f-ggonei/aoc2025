            01 errfile PIC X(30) VALUE SPACES.
            01 errstatus PIC X(2) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
      *Build identifier - this program's compile stamp. It heads
      *the report and is exported as PROGRAM_BUILD so runreg
      *stamps every artifact the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           MOVE "reconcilefile" TO errfile
           MOVE reconcilestatus TO errstatus
           PERFORM Checkstatus.
           MOVE SPACES TO reconcilerec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reconcilerec
           WRITE reconcilerec
           MOVE p1counter TO rl1counter
           WRITE reconcilerec FROM reconcileline1.
           MOVE p2counter TO rl2counter
           END-IF
           WRITE reconcilerec FROM reconcileline4.
           CLOSE reconcilefile.
           CALL "runreg" USING reconcilepath.

           MOVE SPACES TO logmsg
           STRING "day5-p1 raw ID match count: " p1counter
