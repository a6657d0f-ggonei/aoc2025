       DATA DIVISION.
           FILE SECTION.
            FD logfile.
            01 logrec PIC X(170).

           WORKING-STORAGE SECTION.
           01 logpath PIC X(250) VALUE SPACES.
           01 msgrank PIC 9(1) VALUE 2.
           01 stamp PIC X(21) VALUE SPACES.
           01 alertclass PIC X(10) VALUE SPACES.
      *The run id and job name the driver gives every program it
      *launches close each record, so a message read outside the
      *run (the security forwarder, an audit) still says which run
      *and job raised it; both stay blank for a program run by hand.
           01 logrunid PIC X(11) VALUE SPACES.
           01 logjob PIC X(14) VALUE SPACES.
           01 logline.
             02 llstamp PIC X(15).
             02 FILLER PIC X(1) VALUE SPACE.
             02 llsev PIC X(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 lltext PIC X(120).
             02 FILLER PIC X(1) VALUE SPACE.
             02 llrunid PIC X(11).
             02 FILLER PIC X(1) VALUE SPACE.
             02 lljob PIC X(14).

           LINKAGE SECTION.
           01 logsev PIC X(5).
            MOVE FUNCTION CURRENT-DATE(9:6) TO llstamp(10:6)
            MOVE logsev TO llsev
            MOVE logtext TO lltext
            MOVE logrunid TO llrunid
            MOVE logjob TO lljob
            OPEN EXTEND logfile
            IF logstatus NOT= "00" THEN
             OPEN OUTPUT logfile
             WHEN "ERROR" MOVE 4 TO consolerank
             WHEN OTHER MOVE 2 TO consolerank
            END-EVALUATE
            ACCEPT logrunid FROM ENVIRONMENT "RUN_ID"
            ACCEPT logjob FROM ENVIRONMENT "JOB_NAME"
            ACCEPT logpath FROM ENVIRONMENT "RUNLOG_PATH"
            IF logpath = SPACES THEN
             ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
