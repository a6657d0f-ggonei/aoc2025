               02 FILLER PIC X(1) VALUE SPACE.
               02 hddate PIC X(8).
               02 FILLER PIC X(3) VALUE " ==".
               02 FILLER PIC X(4) VALUE " FP ".
               02 hdfp PIC X(10).
               02 FILLER PIC X(6) VALUE " RECS ".
               02 hdrecs PIC X(7).
             01 indexline.
               02 ixdate PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ixanswer PIC Z(17)9.
               02 FILLER PIC X(9) VALUE " ARCHIVE ".
               02 ixmonth PIC X(6).
               02 FILLER PIC X(4) VALUE " FP ".
               02 ixfp PIC X(10).
      *Each archived report carries the content fingerprint and
      *record count it had when archived (fpserv), the same values
      *runreg stored at registration, in its section header and
      *its index record.
             01 fpop PIC X(4) VALUE "FILE".
             01 fparea PIC X(250) VALUE SPACES.
             01 fpvalue PIC 9(10) VALUE 0.
             01 fpcount PIC 9(7) VALUE 0.
             01 fpresult PIC X(2) VALUE SPACES.
      *The answer master follows each report into the archive.
             COPY ansrec.
             01 ansop PIC X(4) VALUE "ARCH".
             01 ansresult PIC X(2) VALUE SPACES.
      *Exception partitions past retention retire into the same
      *monthly archive members the reports use, leaving a catalog
      *marked ARCHIVED so the audit trail still says where a
               02 FILLER PIC X(10) VALUE "p2report  ".
             01 basetable REDEFINES basetable-values.
               02 basename PIC X(10) OCCURS 3 TIMES.
      *Legal holds (holdserv): a held report stays in its day
      *directory, a held exception partition stays live, and a
      *held archive member is never aged out, whatever the
      *retention rule says.
             01 hsop PIC X(4) VALUE "CHEK".
             01 hskind PIC X(10) VALUE SPACES.
             01 hsfrom PIC X(8) VALUE SPACES.
             01 hsto PIC X(8) VALUE SPACES.
             01 hsday PIC X(1) VALUE SPACE.
             01 hsmatter PIC X(12) VALUE SPACES.
             01 hsresult PIC X(1) VALUE "N".
             01 heldcount PIC 9(5) VALUE 0.
      *Monthly archive members older than SWEEPER_ARCHIVE_KEEP
      *months are aged out (0, the default, keeps them for good);
      *their index records stay, so a retrieval of one answers that
      *it aged past retention.
             01 rawkeep PIC X(5) VALUE SPACES.
             01 archkeep PIC 9(4) VALUE 0.
             01 keepmonths PIC 9(6) VALUE 0.
             01 keepyear PIC 9(4) VALUE 0.
             01 keepmonth PIC 9(2) VALUE 0.
             01 keepcutoff PIC X(6) VALUE SPACES.
             01 keepcutoffn REDEFINES keepcutoff PIC 9(6).
             01 indexeof PIC 9(1) VALUE 0.
             01 membercount PIC 9(3) VALUE 0.
             01 memberidx PIC 9(3) VALUE 0.
             01 memberseen PIC 9(1) VALUE 0.
             01 membertab.
               02 membermonth PIC X(6) OCCURS 300 TIMES.
             01 agedcount PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      *Sweeps the dated p1report/p2report files out of the nine day
           IF rawwindow NOT= SPACES THEN
            COMPUTE scanwindow = FUNCTION NUMVAL(rawwindow)
           END-IF
           ACCEPT rawkeep FROM ENVIRONMENT "SWEEPER_ARCHIVE_KEEP"
           IF rawkeep = SPACES THEN
            MOVE "SWEEPER_ARCHIVE_KEEP" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawkeep
           END-IF
           IF rawkeep NOT= SPACES THEN
            COMPUTE archkeep = FUNCTION NUMVAL(rawkeep)
           END-IF
           ACCEPT sweepdate FROM ENVIRONMENT "SWEEPER_REPORTDATE"
           IF sweepdate = SPACES THEN
            MOVE "SWEEPER_REPORTDATE" TO confkey
               DELIMITED BY SIZE INTO reportpath
              OPEN INPUT reportfile
              IF reportstatus = "00" THEN
               PERFORM Holdreport
               IF hsresult = "Y" THEN
                CLOSE reportfile
               ELSE
                PERFORM Archivereport
               END-IF
              END-IF
             END-PERFORM
            END-PERFORM
           END-PERFORM.
           PERFORM Sweeppartitions
           IF archkeep > 0 THEN
            PERFORM Agemembers
           END-IF
           MOVE SPACES TO logmsg
           STRING "sweep complete - reports archived: " sweptcount
            " exception partition(s) retired: " partswept
            " member(s) aged: " agedcount " held: " heldcount
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log
              AT END
               MOVE 1 TO cateof
              NOT AT END
               MOVE "N" TO hsresult
               IF catrec(1:10) = "PARTITION "
                AND catrec(11:6) < cutoffmonth THEN
                MOVE catrec(11:6) TO catmonth
                PERFORM Holdpartition
               END-IF
               IF catrec(1:10) = "PARTITION "
                AND catrec(11:6) < cutoffmonth
                AND hsresult NOT= "Y" THEN
                MOVE catrec(11:6) TO catmonth
                MOVE catrec(18:63) TO partpath
                PERFORM Retirepartition
                MOVE SPACES TO catnewrec
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Is the aged report about to be archived under a legal hold.
           Holdreport.
            MOVE "REPORTS" TO hskind
            MOVE scandatex TO hsfrom
            MOVE scandatex TO hsto
            MOVE dayx TO hsday
            PERFORM Askhold
            IF hsresult = "Y" THEN
             MOVE SPACES TO logmsg
             STRING "kept " FUNCTION TRIM(reportpath)
              " - under legal hold " FUNCTION TRIM(hsmatter)
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
            END-IF.

      *Is the exception partition about to be retired under a
      *legal hold.
           Holdpartition.
            MOVE "EXCEPTIONS" TO hskind
            MOVE SPACES TO hsfrom hsto
            STRING catmonth "01" DELIMITED BY SIZE INTO hsfrom
            STRING catmonth "31" DELIMITED BY SIZE INTO hsto
            MOVE SPACE TO hsday
            PERFORM Askhold
            IF hsresult = "Y" THEN
             MOVE SPACES TO logmsg
             STRING "exception partition " catmonth
              " kept live - under legal hold "
              FUNCTION TRIM(hsmatter)
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
            END-IF.

           Askhold.
            MOVE SPACES TO hsmatter
            MOVE "N" TO hsresult
            CALL "holdserv" USING hsop hskind hsfrom hsto hsday
             hsmatter hsresult
             ON EXCEPTION
              MOVE "N" TO hsresult
            END-CALL
            IF hsresult = "Y" THEN
             ADD 1 TO heldcount
            END-IF.

      *Ages out the monthly archive members the index knows of
      *that lie wholly before the keep cutoff, unless a legal hold
      *covers their month.
           Agemembers.
            COMPUTE keepmonths =
             FUNCTION NUMVAL(sweepdate(1:4)) * 12
             + FUNCTION NUMVAL(sweepdate(5:2)) - 1 - archkeep
            DIVIDE keepmonths BY 12 GIVING keepyear
             REMAINDER keepmonth
            COMPUTE keepcutoffn = keepyear * 100 + keepmonth + 1
            MOVE 0 TO membercount
            OPEN INPUT indexfile
            IF indexstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO indexeof
            PERFORM UNTIL indexeof = 1
             READ indexfile INTO indexrec
              AT END
               MOVE 1 TO indexeof
              NOT AT END
               IF indexrec(52:6) < keepcutoff
                AND indexrec(52:6) NOT= SPACES THEN
                MOVE 0 TO memberseen
                PERFORM VARYING memberidx FROM 1 BY 1
                 UNTIL memberidx > membercount
                 IF membermonth(memberidx) = indexrec(52:6) THEN
                  MOVE 1 TO memberseen
                 END-IF
                END-PERFORM
                IF memberseen = 0 AND membercount < 300 THEN
                 ADD 1 TO membercount
                 MOVE indexrec(52:6) TO membermonth(membercount)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE indexfile
            PERFORM VARYING memberidx FROM 1 BY 1
             UNTIL memberidx > membercount
             PERFORM Agemember
            END-PERFORM.

           Agemember.
            MOVE SPACES TO archivepath
            STRING FUNCTION TRIM(archivebase) "_"
             membermonth(memberidx) ".txt"
             DELIMITED BY SIZE INTO archivepath
            OPEN INPUT archivefile
            IF archivestatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            CLOSE archivefile
            MOVE "ARCHIVES" TO hskind
            MOVE SPACES TO hsfrom hsto
            STRING membermonth(memberidx) "01"
             DELIMITED BY SIZE INTO hsfrom
            STRING membermonth(memberidx) "31"
             DELIMITED BY SIZE INTO hsto
            MOVE SPACE TO hsday
            PERFORM Askhold
            MOVE SPACES TO logmsg
            IF hsresult = "Y" THEN
             STRING "archive member " FUNCTION TRIM(archivepath)
              " kept past retention - under legal hold "
              FUNCTION TRIM(hsmatter)
              DELIMITED BY SIZE INTO logmsg
            ELSE
             DELETE FILE archivefile
             ADD 1 TO agedcount
             STRING "archive member " FUNCTION TRIM(archivepath)
              " aged out past retention"
              DELIMITED BY SIZE INTO logmsg
            END-IF
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Copies one aged report into the monthly archive, indexes its
      *final answer, then deletes the original from the day directory.
           Archivereport.
             WHEN OTHER MOVE "P1" TO hdpart
            END-EVALUATE
            MOVE scandatex TO hddate
            MOVE SPACES TO hdfp
            MOVE SPACES TO hdrecs
            MOVE "FILE" TO fpop
            MOVE reportpath TO fparea
            CALL "fpserv" USING fpop fparea fpvalue fpcount fpresult
             ON EXCEPTION
              MOVE "99" TO fpresult
            END-CALL
            IF fpresult = "00" THEN
             MOVE fpvalue TO hdfp
             MOVE fpcount TO hdrecs
            END-IF
            WRITE archiverec FROM headerline
            MOVE 0 TO repeof
            MOVE 0 TO ansfound
            END-IF
            MOVE answer TO ixanswer
            MOVE scandatex(1:6) TO ixmonth
            MOVE hdfp TO ixfp
            WRITE indexrec FROM indexline
            CLOSE indexfile
            PERFORM Archiveanswer
            DELETE FILE reportfile
            ADD 1 TO sweptcount
            MOVE SPACES TO logmsg
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

      *Repoints the report's answer-master entry at the archive
      *member; a report older than the master is entered as found.
           Archiveanswer.
            MOVE SPACES TO ansrecord
            MOVE scandatex TO ansdate
            MOVE dayx TO ansday
            MOVE hdpart TO anspart
            EVALUATE basename(baseidx)
             WHEN "p1report  "
              STRING hdday "-p1" DELIMITED BY SPACE INTO ansprogram
             WHEN "p2report  "
              STRING hdday "-p2" DELIMITED BY SPACE INTO ansprogram
             WHEN OTHER
              MOVE hdday TO ansprogram
            END-EVALUATE
            IF ansfound = 1 THEN
             MOVE FUNCTION TRIM(lastansline(8:33)) TO ansanswer
            END-IF
            MOVE 0 TO anschecksum
            MOVE "UNSIGNED" TO anssignoff
            MOVE "ARCHIVED" TO ansstate
            MOVE archivepath TO anslocation
            MOVE "ARCH" TO ansop
            CALL "ansmaster" USING ansop ansrecord ansresult
             ON EXCEPTION
              MOVE "99" TO ansresult
            END-CALL.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
