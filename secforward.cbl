       IDENTIFICATION DIVISION.
       PROGRAM-ID. secforward.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT sourcefile ASSIGN TO sourcepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS sourcestatus.
               SELECT listfile ASSIGN TO listpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS liststatus.
               SELECT marksfile ASSIGN TO markspath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS marksstatus.
               SELECT pendfile ASSIGN TO pendpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS pendstatus.
               SELECT spoolfile ASSIGN TO spoolpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS spoolstatus.

       DATA DIVISION.
           FILE SECTION.
             FD sourcefile.
             01 sourcerec PIC X(200).
             FD listfile.
             01 listrec PIC X(250).
             FD marksfile.
             01 marksrec PIC X(40).
             FD pendfile.
             01 pendrec PIC X(300).
             FD spoolfile.
             01 spoolrec PIC X(512).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 sourcepath PIC X(250) VALUE SPACES.
             01 sourcestatus PIC X(2) VALUE SPACES.
             01 listpath PIC X(250) VALUE SPACES.
             01 liststatus PIC X(2) VALUE SPACES.
             01 markspath PIC X(250) VALUE SPACES.
             01 marksstatus PIC X(2) VALUE SPACES.
             01 pendpath PIC X(250) VALUE SPACES.
             01 pendstatus PIC X(2) VALUE SPACES.
             01 spoolpath PIC X(250) VALUE SPACES.
             01 spoolstatus PIC X(2) VALUE SPACES.
             01 droppath PIC X(250) VALUE SPACES.
             01 dropdir PIC X(250) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 listeof PIC 9(1) VALUE 0.
             01 syscmd PIC X(600) VALUE SPACES.
             01 hostname PIC X(40) VALUE SPACES.
             01 sdid PIC X(30) VALUE SPACES.
             01 rawfacility PIC X(3) VALUE SPACES.
             01 facility PIC 9(2) VALUE 16.
             01 nowstamp PIC X(21) VALUE SPACES.
             01 tzoffset PIC X(6) VALUE SPACES.
      *High-water marks: per source, the last line already turned
      *into events (and for the run log, the day file it was in).
      *Sources are only ever appended to, so a line number is a
      *safe mark; a source found shorter than its mark has been
      *replaced and is forwarded again from its first line.
             01 sourcenames-values.
               02 FILLER PIC X(8) VALUE "RUNLOG".
               02 FILLER PIC X(8) VALUE "CONSOLE".
               02 FILLER PIC X(8) VALUE "SIGNOFF".
               02 FILLER PIC X(8) VALUE "CHANGES".
               02 FILLER PIC X(8) VALUE "PROMOTE".
             01 sourcenames REDEFINES sourcenames-values.
               02 sourcename PIC X(8) OCCURS 5 TIMES.
             01 marktab.
               02 markentry OCCURS 5 TIMES.
                 03 markdate PIC X(8).
                 03 markcount PIC 9(9).
             01 srcidx PIC 9(1) VALUE 0.
             01 fwdseq PIC 9(9) VALUE 0.
             01 marksline.
               02 mlname PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 mldate PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 mlcount PIC 9(9).
             01 startline PIC 9(9) VALUE 0.
             01 linecount PIC 9(9) VALUE 0.
             01 eventcount PIC 9(7) VALUE 0.
             01 replacedcount PIC 9(2) VALUE 0.
             01 rlfile PIC X(250) VALUE SPACES.
             01 rldate PIC X(8) VALUE SPACES.
             01 nameptr PIC 9(3) VALUE 0.
      *One event before formatting: syslog severity (3 error,
      *4 warning, 5 notice, 6 informational), the program that
      *raised it, the message id, operator and run id where the
      *source knows them, the source's own timestamp, and text.
             01 evsev PIC 9(1) VALUE 0.
             01 evapp PIC X(14) VALUE SPACES.
             01 evmsgid PIC X(14) VALUE SPACES.
             01 evop PIC X(12) VALUE SPACES.
             01 evrun PIC X(11) VALUE SPACES.
             01 evdate PIC X(8) VALUE SPACES.
             01 evtime PIC X(6) VALUE SPACES.
             01 evtext PIC X(200) VALUE SPACES.
             01 evsrc PIC X(14) VALUE SPACES.
             01 evpri PIC 9(3) VALUE 0.
             01 priedit PIC ZZ9.
             01 seqedit PIC Z(8)9.
             01 countedit PIC Z(6)9.
      *Source layouts, as their writers lay them down.
             01 rlline.
               02 rldstamp PIC X(8).
               02 FILLER PIC X(1).
               02 rltstamp PIC X(6).
               02 FILLER PIC X(1).
               02 rlsev PIC X(5).
               02 FILLER PIC X(1).
               02 rltext PIC X(120).
               02 FILLER PIC X(1).
               02 rlrunid PIC X(11).
               02 FILLER PIC X(1).
               02 rljob PIC X(14).
             01 auditline.
               02 aulstamp PIC X(15).
               02 FILLER PIC X(1).
               02 auloper PIC X(12).
               02 FILLER PIC X(1).
               02 aulaction PIC X(20).
               02 FILLER PIC X(1).
               02 auljob PIC X(14).
               02 FILLER PIC X(1).
               02 auloutcome PIC X(20).
             01 signline.
               02 sgldate PIC X(8).
               02 FILLER PIC X(1).
               02 sgltime PIC X(6).
               02 FILLER PIC X(1).
               02 sglday PIC X(4).
               02 FILLER PIC X(1).
               02 sgldecision PIC X(7).
               02 FILLER PIC X(1).
               02 sglanalyst PIC X(12).
               02 FILLER PIC X(5).
               02 sglrunid PIC X(11).
             01 promoteline.
               02 aldate PIC X(8).
               02 FILLER PIC X(1).
               02 altime PIC X(6).
               02 FILLER PIC X(1).
               02 aluser PIC X(12).
               02 FILLER PIC X(1).
               02 altarget PIC X(20).
               02 FILLER PIC X(5).
               02 alold PIC X(20).
               02 FILLER PIC X(5).
               02 alnew PIC X(20).
               02 FILLER PIC X(5).
               02 alsrc PIC X(50).
             01 chdate PIC X(8) VALUE SPACES.
             01 chtime PIC X(6) VALUE SPACES.
             01 chword PIC X(8) VALUE SPACES.
             01 chid PIC X(4) VALUE SPACES.
             01 chaction PIC X(8) VALUE SPACES.
             01 chtarget PIC X(150) VALUE SPACES.
             01 chby PIC X(4) VALUE SPACES.
             01 chuser PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
      *Outbound security-event forwarder: turns the operational and
      *access events in our own files - run log ERROR and WARN
      *records, console sign-ons, reruns, launches and refusals,
      *answer sign-offs, change-control decisions and expected-file
      *promotions - into RFC 5424 syslog records (severity, source
      *program, operator and run id) in the collector's drop
      *directory. Each run picks up where the last one stopped:
      *the new events go into one file named for the run, and the
      *high-water marks move only once that file is in place, so a
      *crash at any point neither loses nor repeats an event.
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
           ACCEPT dropdir FROM ENVIRONMENT "SECFWD_DROP"
           IF dropdir = SPACES THEN
            MOVE "SECFWD_DROP" TO confkey
            PERFORM Getconfig
            MOVE confval TO dropdir
           END-IF
           IF dropdir = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/secdrop'
             DELIMITED BY SIZE INTO dropdir
           END-IF
           ACCEPT markspath FROM ENVIRONMENT "SECFWD_MARKS"
           IF markspath = SPACES THEN
            MOVE "SECFWD_MARKS" TO confkey
            PERFORM Getconfig
            MOVE confval TO markspath
           END-IF
           IF markspath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/secfwdmarks.txt'
             DELIMITED BY SIZE INTO markspath
           END-IF
           ACCEPT rawfacility FROM ENVIRONMENT "SECFWD_FACILITY"
           IF rawfacility = SPACES THEN
            MOVE "SECFWD_FACILITY" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawfacility
           END-IF
           IF rawfacility NOT= SPACES THEN
            COMPUTE facility = FUNCTION NUMVAL(rawfacility)
           END-IF
           IF facility > 23 THEN
            MOVE 16 TO facility
           END-IF
           ACCEPT sdid FROM ENVIRONMENT "SECFWD_SDID"
           IF sdid = SPACES THEN
            MOVE "SECFWD_SDID" TO confkey
            PERFORM Getconfig
            MOVE confval TO sdid
           END-IF
           IF sdid = SPACES THEN
            MOVE "aoc@32473" TO sdid
           END-IF
           ACCEPT hostname FROM ENVIRONMENT "HOSTNAME"
           IF hostname = SPACES THEN
            MOVE "-" TO hostname
           END-IF
           MOVE FUNCTION CURRENT-DATE TO nowstamp
           MOVE SPACES TO tzoffset
           IF nowstamp(17:1) = "+" OR nowstamp(17:1) = "-" THEN
            STRING nowstamp(17:3) ":" nowstamp(20:2)
             DELIMITED BY SIZE INTO tzoffset
           ELSE
            MOVE "Z" TO tzoffset
           END-IF
           MOVE SPACES TO pendpath spoolpath listpath
           STRING FUNCTION TRIM(markspath) '.pending'
            DELIMITED BY SIZE INTO pendpath
           STRING FUNCTION TRIM(dropdir) '/.secevents.tmp'
            DELIMITED BY SIZE INTO spoolpath
           STRING FUNCTION TRIM(batchroot) '/secforward_list.tmp'
            DELIMITED BY SIZE INTO listpath
           MOVE SPACES TO syscmd
           STRING "mkdir -p " FUNCTION TRIM(dropdir)
            DELIMITED BY SIZE INTO syscmd
           CALL "SYSTEM" USING syscmd
           MOVE 0 TO RETURN-CODE
           PERFORM Recover
           PERFORM Loadmarks
           OPEN OUTPUT spoolfile
           MOVE "spoolfile" TO errfile
           MOVE spoolstatus TO errstatus
           PERFORM Checkstatus
           MOVE 1 TO srcidx
           PERFORM Forwardrunlog
           MOVE 2 TO srcidx
           MOVE SPACES TO sourcepath
           STRING FUNCTION TRIM(batchroot) '/consoleaudit.txt'
            DELIMITED BY SIZE INTO sourcepath
           PERFORM Forwardsource
           MOVE 3 TO srcidx
           MOVE SPACES TO sourcepath
           STRING FUNCTION TRIM(batchroot) '/signoffledger.txt'
            DELIMITED BY SIZE INTO sourcepath
           PERFORM Forwardsource
           MOVE 4 TO srcidx
           MOVE SPACES TO sourcepath
           STRING FUNCTION TRIM(batchroot) '/changeledger.txt'
            DELIMITED BY SIZE INTO sourcepath
           PERFORM Forwardsource
           MOVE 5 TO srcidx
           MOVE SPACES TO sourcepath
           ACCEPT sourcepath FROM ENVIRONMENT "PROMOTE_AUDIT"
           IF sourcepath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/expectedaudit.txt'
             DELIMITED BY SIZE INTO sourcepath
           END-IF
           PERFORM Forwardsource
           CLOSE spoolfile
           PERFORM Commitmarks
           MOVE eventcount TO countedit
           MOVE SPACES TO logmsg
           IF eventcount = 0 THEN
            STRING "security forwarder: no new events"
             DELIMITED BY SIZE INTO logmsg
           ELSE
            STRING "security forwarder: " FUNCTION TRIM(countedit)
             " event(s) to " FUNCTION TRIM(droppath)
             DELIMITED BY SIZE INTO logmsg
           END-IF
           MOVE "INFO " TO logsev
           PERFORM Log
           IF replacedcount > 0 THEN
            MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

           Checkstatus.
            IF errstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "file error on " errfile " - status " errstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             STOP RUN
            END-IF.

      *A run that stopped after writing its pending marks finishes
      *or is undone here: if its event file is still the spool it
      *never reached the collector, so both are dropped and the
      *events are made again; if the spool is gone the file was
      *delivered and the pending marks become the marks.
           Recover.
            OPEN INPUT pendfile
            IF pendstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            CLOSE pendfile
            OPEN INPUT spoolfile
            IF spoolstatus = "00" THEN
             CLOSE spoolfile
             DELETE FILE spoolfile
             DELETE FILE pendfile
             MOVE SPACES TO logmsg
             STRING "interrupted forward undone - its events are "
              "forwarded again"
              DELIMITED BY SIZE INTO logmsg
            ELSE
             MOVE SPACES TO syscmd
             STRING "mv -f " FUNCTION TRIM(pendpath) " "
              FUNCTION TRIM(markspath)
              DELIMITED BY SIZE INTO syscmd
             CALL "SYSTEM" USING syscmd
             MOVE 0 TO RETURN-CODE
             MOVE SPACES TO logmsg
             STRING "interrupted forward completed - its file was "
              "delivered"
              DELIMITED BY SIZE INTO logmsg
            END-IF
            MOVE "WARN " TO logsev
            PERFORM Log.

           Loadmarks.
            PERFORM VARYING srcidx FROM 1 BY 1 UNTIL srcidx > 5
             MOVE SPACES TO markdate(srcidx)
             MOVE 0 TO markcount(srcidx)
            END-PERFORM
            OPEN INPUT marksfile
            IF marksstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ marksfile INTO marksline
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF mlname = "SEQUENCE" AND mlcount IS NUMERIC THEN
                MOVE mlcount TO fwdseq
               END-IF
               PERFORM VARYING srcidx FROM 1 BY 1 UNTIL srcidx > 5
                IF mlname = sourcename(srcidx)
                 AND mlcount IS NUMERIC THEN
                 MOVE mldate TO markdate(srcidx)
                 MOVE mlcount TO markcount(srcidx)
                END-IF
               END-PERFORM
             END-READ
            END-PERFORM
            CLOSE marksfile.

      *The run log is one file per day: day files older than the
      *mark are done, the mark's own day resumes after its mark,
      *and newer days are forwarded whole.
           Forwardrunlog.
            MOVE SPACES TO syscmd
            STRING "ls -1 " FUNCTION TRIM(batchroot)
             "/runlog_*.txt > " FUNCTION TRIM(listpath)
             " 2>/dev/null"
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE 0 TO RETURN-CODE
            OPEN INPUT listfile
            IF liststatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO listeof
            PERFORM UNTIL listeof = 1
             READ listfile INTO listrec
              AT END
               MOVE 1 TO listeof
              NOT AT END
               MOVE listrec TO rlfile
               PERFORM Forwardrunday
             END-READ
            END-PERFORM
            CLOSE listfile
            DELETE FILE listfile.

           Forwardrunday.
            MOVE 0 TO nameptr
            INSPECT rlfile TALLYING nameptr
             FOR CHARACTERS BEFORE INITIAL "/runlog_"
            MOVE rlfile(nameptr + 9:8) TO rldate
            IF rldate NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            IF markdate(1) NOT= SPACES AND rldate < markdate(1) THEN
             EXIT PARAGRAPH
            END-IF
            IF rldate NOT= markdate(1) THEN
             MOVE rldate TO markdate(1)
             MOVE 0 TO markcount(1)
            END-IF
            MOVE rlfile TO sourcepath
            PERFORM Forwardsource.

      *Every line past the source's mark; the mark moves to the
      *last line read whether or not it made an event.
           Forwardsource.
            MOVE markcount(srcidx) TO startline
            PERFORM Passsource
            IF linecount < startline THEN
             ADD 1 TO replacedcount
             MOVE SPACES TO logmsg
             STRING FUNCTION TRIM(sourcepath)
              " is shorter than its forwarding mark - replaced, "
              "forwarded again from the top"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             MOVE 0 TO startline
             PERFORM Passsource
            END-IF
            MOVE linecount TO markcount(srcidx).

           Passsource.
            MOVE 0 TO linecount
            OPEN INPUT sourcefile
            IF sourcestatus NOT= "00" THEN
             MOVE startline TO linecount
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ sourcefile INTO sourcerec
              AT END
               MOVE 1 TO eof
              NOT AT END
               ADD 1 TO linecount
               IF linecount > startline
                AND sourcerec NOT= SPACES THEN
                PERFORM Makeevent
               END-IF
             END-READ
            END-PERFORM
            CLOSE sourcefile.

           Makeevent.
            MOVE 0 TO evsev
            MOVE SPACES TO evapp evmsgid evop evrun evtext
            EVALUATE srcidx
             WHEN 1
              PERFORM Eventrunlog
             WHEN 2
              PERFORM Eventconsole
             WHEN 3
              PERFORM Eventsignoff
             WHEN 4
              PERFORM Eventchange
             WHEN OTHER
              PERFORM Eventpromote
            END-EVALUATE
            IF evsev > 0 THEN
             PERFORM Writeevent
            END-IF.

      *Run log: ERROR and WARN only, under the job that raised it.
           Eventrunlog.
            MOVE sourcerec TO rlline
            MOVE "runlog" TO evsrc
            EVALUATE rlsev
             WHEN "ERROR"
              MOVE 3 TO evsev
              MOVE "RUNLOG-ERROR" TO evmsgid
             WHEN "WARN "
              MOVE 4 TO evsev
              MOVE "RUNLOG-WARN" TO evmsgid
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE
            IF rljob = SPACES THEN
             MOVE "runlog" TO evapp
            ELSE
             MOVE rljob TO evapp
            END-IF
            MOVE rlrunid TO evrun
            MOVE rldstamp TO evdate
            MOVE rltstamp TO evtime
            MOVE rltext TO evtext.

      *Console audit: sign-ons, reruns, batch launches and
      *permissions revoked at recertification, and any action the
      *operator's permissions refused.
           Eventconsole.
            MOVE sourcerec TO auditline
            MOVE "consoleaudit" TO evsrc
            EVALUATE TRUE
             WHEN auloutcome = "DENIED"
              MOVE 4 TO evsev
              MOVE "DENIED" TO evmsgid
             WHEN aulaction = "SESSION START"
              MOVE 5 TO evsev
              MOVE "SIGNON" TO evmsgid
             WHEN aulaction = "RERUN JOB"
              MOVE 5 TO evsev
              MOVE "RERUN" TO evmsgid
             WHEN aulaction = "LAUNCH BATCH"
              MOVE 5 TO evsev
              MOVE "LAUNCH" TO evmsgid
             WHEN aulaction = "PERM REVOKED"
              MOVE 5 TO evsev
              MOVE "REVOKE" TO evmsgid
             WHEN OTHER
              EXIT PARAGRAPH
            END-EVALUATE
            MOVE "console" TO evapp
            MOVE auloper TO evop
            MOVE aulstamp(1:8) TO evdate
            MOVE aulstamp(10:6) TO evtime
            IF auljob = SPACES THEN
             STRING "operator " FUNCTION TRIM(auloper) " "
              FUNCTION TRIM(aulaction)
              " outcome " FUNCTION TRIM(auloutcome)
              DELIMITED BY SIZE INTO evtext
            ELSE
             STRING "operator " FUNCTION TRIM(auloper) " "
              FUNCTION TRIM(aulaction) " " FUNCTION TRIM(auljob)
              " outcome " FUNCTION TRIM(auloutcome)
              DELIMITED BY SIZE INTO evtext
            END-IF.

           Eventsignoff.
            MOVE sourcerec TO signline
            MOVE "signoffledger" TO evsrc
            MOVE 5 TO evsev
            MOVE "SIGNOFF" TO evmsgid
            MOVE "console" TO evapp
            MOVE sglanalyst TO evop
            IF sglrunid NOT= "(none)" THEN
             MOVE sglrunid TO evrun
            END-IF
            MOVE sgldate TO evdate
            MOVE sgltime TO evtime
            STRING "analyst " FUNCTION TRIM(sglanalyst) " "
             FUNCTION TRIM(sgldecision) " "
             FUNCTION TRIM(sglday)
             DELIMITED BY SIZE INTO evtext.

      *Change ledger: <date> <time> CHANGE <id> <action> <target>
      *BY <user> - a SUBMIT is the first name, an APPLY or REJECT
      *the second person's decision.
           Eventchange.
            MOVE SPACES TO chdate chtime chword chid chaction
             chtarget chby chuser
            UNSTRING sourcerec DELIMITED BY ALL SPACES INTO
             chdate chtime chword chid chaction chtarget chby chuser
            IF chword NOT= "CHANGE" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE "changeledger" TO evsrc
            IF chaction = "SUBMIT" THEN
             MOVE 6 TO evsev
            ELSE
             MOVE 5 TO evsev
            END-IF
            STRING "CHANGE-" FUNCTION TRIM(chaction)
             DELIMITED BY SIZE INTO evmsgid
            MOVE "changectl" TO evapp
            MOVE chuser TO evop
            MOVE chdate TO evdate
            MOVE chtime TO evtime
            STRING "change " FUNCTION TRIM(chid) " "
             FUNCTION TRIM(chaction) " " FUNCTION TRIM(chtarget)
             " by " FUNCTION TRIM(chuser)
             DELIMITED BY SIZE INTO evtext.

           Eventpromote.
            MOVE sourcerec TO promoteline
            MOVE "expectedaudit" TO evsrc
            MOVE 5 TO evsev
            MOVE "PROMOTE" TO evmsgid
            MOVE "promote" TO evapp
            MOVE aluser TO evop
            MOVE aldate TO evdate
            MOVE altime TO evtime
            STRING "expected " FUNCTION TRIM(altarget) " OLD "
             FUNCTION TRIM(alold) " NEW " FUNCTION TRIM(alnew)
             " SRC " FUNCTION TRIM(alsrc)
             DELIMITED BY SIZE INTO evtext.

      *<PRI>1 TIMESTAMP HOST APP PROCID MSGID [SD] MSG, with the
      *run id as PROCID and "-" for anything the source does not
      *know.
           Writeevent.
            COMPUTE evpri = facility * 8 + evsev
            MOVE evpri TO priedit
            IF evop = SPACES THEN
             MOVE "-" TO evop
            END-IF
            IF evrun = SPACES THEN
             MOVE "-" TO evrun
            END-IF
            MOVE SPACES TO spoolrec
            STRING "<" FUNCTION TRIM(priedit) ">1 "
             evdate(1:4) "-" evdate(5:2) "-" evdate(7:2) "T"
             evtime(1:2) ":" evtime(3:2) ":" evtime(5:2)
             FUNCTION TRIM(tzoffset) " "
             FUNCTION TRIM(hostname) " " FUNCTION TRIM(evapp) " "
             FUNCTION TRIM(evrun) " " FUNCTION TRIM(evmsgid) " ["
             FUNCTION TRIM(sdid) ' src="' FUNCTION TRIM(evsrc)
             '" op="' FUNCTION TRIM(evop) '" run="'
             FUNCTION TRIM(evrun) '"] ' FUNCTION TRIM(evtext)
             DELIMITED BY SIZE INTO spoolrec
            WRITE spoolrec
            ADD 1 TO eventcount.

      *Marks go to the pending file first, the event file takes
      *its final name in the drop directory (the collector never
      *sees the dot-named spool), and only then do the pending
      *marks replace the marks. A run with no events just moves
      *the marks past the lines it read.
           Commitmarks.
            IF eventcount > 0 THEN
             ADD 1 TO fwdseq
            END-IF
            OPEN OUTPUT pendfile
            MOVE "pendfile" TO errfile
            MOVE pendstatus TO errstatus
            PERFORM Checkstatus
            MOVE "SEQUENCE" TO mlname
            MOVE SPACES TO mldate
            MOVE fwdseq TO mlcount
            WRITE pendrec FROM marksline
            PERFORM VARYING srcidx FROM 1 BY 1 UNTIL srcidx > 5
             MOVE sourcename(srcidx) TO mlname
             MOVE markdate(srcidx) TO mldate
             MOVE markcount(srcidx) TO mlcount
             WRITE pendrec FROM marksline
            END-PERFORM
            CLOSE pendfile
            IF eventcount = 0 THEN
             DELETE FILE spoolfile
            ELSE
             MOVE fwdseq TO seqedit
             MOVE SPACES TO droppath
             STRING FUNCTION TRIM(dropdir) '/secevents_'
              nowstamp(1:14) '_' FUNCTION TRIM(seqedit) '.log'
              DELIMITED BY SIZE INTO droppath
             MOVE SPACES TO syscmd
             STRING "mv -f " FUNCTION TRIM(spoolpath) " "
              FUNCTION TRIM(droppath)
              DELIMITED BY SIZE INTO syscmd
             CALL "SYSTEM" USING syscmd
             MOVE 0 TO RETURN-CODE
             CALL "runreg" USING droppath
            END-IF
            MOVE SPACES TO syscmd
            STRING "mv -f " FUNCTION TRIM(pendpath) " "
             FUNCTION TRIM(markspath)
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE 0 TO RETURN-CODE.

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
