       IDENTIFICATION DIVISION.
       PROGRAM-ID. ownercheck.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT checkfile ASSIGN TO checkpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS checkfstatus.

       DATA DIVISION.
           FILE SECTION.
            FD checkfile.
            01 checkfrec PIC X(120).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchroot PIC X(200) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 checkpath PIC X(250) VALUE SPACES.
            01 checkfstatus PIC X(2) VALUE SPACES.
            01 rundate PIC X(8) VALUE SPACES.
            01 jobidx PIC 9(2) VALUE 0.
            01 numjobs PIC 9(2) VALUE 20.
            01 unowned PIC 9(2) VALUE 0.
      *The same jobtable the driver runs, so every job the batch
      *can launch is checked against the ownership master.
            COPY jobtable.
            01 ownop PIC X(4) VALUE "JOB ".
            01 owndate PIC X(8) VALUE SPACES.
            01 ownteam PIC X(10) VALUE SPACES.
            01 ownprimary PIC X(20) VALUE SPACES.
            01 ownsecondary PIC X(20) VALUE SPACES.
            01 ownoncall PIC X(20) VALUE SPACES.
            01 ownresult PIC X(1) VALUE SPACES.
            01 ownerline.
             02 olnjob PIC X(14).
             02 FILLER PIC X(1) VALUE SPACE.
             02 olnteam PIC X(10).
             02 FILLER PIC X(1) VALUE SPACE.
             02 olncall PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 olnprimary PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 olnsecondary PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 olnflag PIC X(10).

       PROCEDURE DIVISION.
      *Ownership coverage report: one line per jobtable entry with
      *its owning team, tonight's on-call contact and both named
      *contacts from the ownership master. An entry with no OWNER
      *record is flagged NO OWNER - that is the job whose 02:00
      *failure would page nobody in particular.
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           ACCEPT batchroot FROM ENVIRONMENT "DRIVER_BATCHROOT"
           IF batchroot = SPACES THEN
            MOVE "DRIVER_BATCHROOT" TO confkey
            PERFORM Getconfig
            MOVE confval TO batchroot
           END-IF
           IF batchroot = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear)
             DELIMITED BY SIZE INTO batchroot
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           ACCEPT checkpath FROM ENVIRONMENT "OWNERCHECK_REPORT"
           IF checkpath = SPACES THEN
            MOVE "OWNERCHECK_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO checkpath
           END-IF
           IF checkpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/ownercheck.txt'
             DELIMITED BY SIZE INTO checkpath
           END-IF
           OPEN OUTPUT checkfile
           IF checkfstatus NOT= "00" THEN
            MOVE SPACES TO logmsg
            STRING "file error on checkfile - status "
             checkfstatus
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            STOP RUN
           END-IF
           MOVE SPACES TO checkfrec
           STRING "==== JOB OWNERSHIP " rundate " ===="
            DELIMITED BY SIZE INTO checkfrec
           WRITE checkfrec
           MOVE "JOB            TEAM       ON CALL              "
            TO checkfrec
           MOVE "PRIMARY              SECONDARY" TO checkfrec(48:)
           WRITE checkfrec
           MOVE rundate TO owndate
           PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > numjobs
            CALL "ownerserv" USING ownop jobname(jobidx) owndate
             ownteam ownprimary ownsecondary ownoncall ownresult
            MOVE jobname(jobidx) TO olnjob
            IF ownresult = "Y" THEN
             MOVE ownteam TO olnteam
             MOVE ownoncall TO olncall
             MOVE ownprimary TO olnprimary
             MOVE ownsecondary TO olnsecondary
             MOVE SPACES TO olnflag
             IF ownsecondary = SPACES THEN
              MOVE "NO BACKUP" TO olnflag
             END-IF
            ELSE
             ADD 1 TO unowned
             MOVE SPACES TO olnteam olncall olnprimary olnsecondary
             MOVE "NO OWNER" TO olnflag
            END-IF
            WRITE checkfrec FROM ownerline
           END-PERFORM
           MOVE SPACES TO checkfrec
           STRING "TOTAL " numjobs " job(s), " unowned
            " with no owner"
            DELIMITED BY SIZE INTO checkfrec
           WRITE checkfrec
           CLOSE checkfile
           CALL "runreg" USING checkpath
           MOVE SPACES TO logmsg
           STRING "ownership report at " FUNCTION TRIM(checkpath)
            " - " unowned " job(s) with no owner"
            DELIMITED BY SIZE INTO logmsg
           IF unowned > 0 THEN
            MOVE "WARN " TO logsev
           ELSE
            MOVE "INFO " TO logsev
           END-IF
           PERFORM Log
           STOP RUN.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
           Getconfig.
            MOVE SPACES TO confval
            CALL "config" USING confkey confval.

      *Routes one message through the shared run log (severity in
      *logsev, text already built in logmsg).
           Log.
            CALL "runlog" USING logsev logmsg.
