       IDENTIFICATION DIVISION.
       PROGRAM-ID. provision.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT rulefile ASSIGN TO rulepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS rulestatus.
               SELECT changefile ASSIGN TO changepath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS changestatus.
               SELECT workfile ASSIGN TO workpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS workstatus.
               SELECT listfile ASSIGN TO listpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS liststatus.
               SELECT manifestfile ASSIGN TO manifestpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS manifeststatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.

       DATA DIVISION.
           FILE SECTION.
             FD rulefile.
             01 rulerec PIC X(100).
             FD changefile.
             01 changerec PIC X(300).
             FD workfile.
             01 workrec PIC X(250).
             FD listfile.
             01 listrec PIC X(250).
             FD manifestfile.
             01 manifestrec PIC X(300).
             FD reportfile.
             01 reportrec PIC X(132).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 newyear PIC X(10) VALUE SPACES.
             01 newroot PIC X(200) VALUE SPACES.
             01 rulepath PIC X(250) VALUE SPACES.
             01 rulestatus PIC X(2) VALUE SPACES.
             01 changepath PIC X(250) VALUE SPACES.
             01 changestatus PIC X(2) VALUE SPACES.
             01 workpath PIC X(250) VALUE SPACES.
             01 workstatus PIC X(2) VALUE SPACES.
             01 listpath PIC X(250) VALUE SPACES.
             01 liststatus PIC X(2) VALUE SPACES.
             01 manifestpath PIC X(250) VALUE SPACES.
             01 manifeststatus PIC X(2) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 syscmd PIC X(1600) VALUE SPACES.
             01 sysraw PIC S9(9) VALUE 0.
             01 rundate PIC X(8) VALUE SPACES.
             01 oldpath PIC X(250) VALUE SPACES.
             01 newpath PIC X(250) VALUE SPACES.
             01 countedit PIC Z(4)9.
             01 rcedit PIC -(3)9.
      *Provisioning rules, one per line: an action and a path
      *relative to the batch root.
      *  DIR      create the directory
      *  CONTROL  copy the control file, the old batch root in any
      *           path inside it rewritten to the new one
      *  CARRY    copy persistent state (or a TEST fixture) as is
      *  RESET    start the state over as an empty file
      *  EXPECTED create an empty expected-answer file
      *PROVISION_RULES declares them; without it the rules below
      *apply, and whichever set was used is written into the new
      *tree as its own provisionrules.txt for the season after.
             01 builtinrules-values.
               02 FILLER PIC X(40) VALUE "DIR      day1".
               02 FILLER PIC X(40) VALUE "DIR      day2".
               02 FILLER PIC X(40) VALUE "DIR      day3".
               02 FILLER PIC X(40) VALUE "DIR      day4".
               02 FILLER PIC X(40) VALUE "DIR      day5".
               02 FILLER PIC X(40) VALUE "DIR      day6".
               02 FILLER PIC X(40) VALUE "DIR      day7".
               02 FILLER PIC X(40) VALUE "DIR      day8".
               02 FILLER PIC X(40) VALUE "DIR      day9".
               02 FILLER PIC X(40) VALUE "CONTROL  params.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  jobcontrol.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  calendar.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  alertroutes.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  jobowners.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  operators.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  runbook.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  msgcatalog.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  exccatalog.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  suppliers.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  chargemap.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  subscribers.txt".
               02 FILLER PIC X(40) VALUE "CONTROL  day1/thresholds.txt".
               02 FILLER PIC X(40) VALUE "CARRY    day1/dialstate.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day1/dialregistry.txt".
               02 FILLER PIC X(40) VALUE "CARRY    runhistory.txt".
               02 FILLER PIC X(40) VALUE "CARRY    critpathhist.txt".
               02 FILLER PIC X(40) VALUE "CARRY    day1/inputtst".
               02 FILLER PIC X(40) VALUE "CARRY    day2/inputtst".
               02 FILLER PIC X(40) VALUE "CARRY    day3/inputtst".
               02 FILLER PIC X(40) VALUE "CARRY    day4/inputtst".
               02 FILLER PIC X(40) VALUE "CARRY    day5/inputtst".
               02 FILLER PIC X(40) VALUE
                "CARRY    day5/registertst.txt".
               02 FILLER PIC X(40) VALUE "CARRY    day6/inputtst".
               02 FILLER PIC X(40) VALUE "CARRY    day7/inputtst".
               02 FILLER PIC X(40) VALUE "CARRY    day8/inputtst".
               02 FILLER PIC X(40) VALUE "CARRY    day9/inputtst".
               02 FILLER PIC X(40) VALUE
                "CARRY    day1/expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day2/expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day3/p1expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day3/p2expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day4/p1expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day4/p2expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day5/p1expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day5/p2expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day6/p2expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day7/p1expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day7/p2expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day8/p1expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day8/p2expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day9/p1expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "CARRY    day9/p2expectedtst.txt".
               02 FILLER PIC X(40) VALUE
                "RESET    day5/rangemaster.txt".
               02 FILLER PIC X(40) VALUE
                "RESET    day5/reserveledger.txt".
               02 FILLER PIC X(40) VALUE "RESET    day2/voidledger.txt".
               02 FILLER PIC X(40) VALUE "RESET    exceptionrepo.txt".
               02 FILLER PIC X(40) VALUE "RESET    answerjournal.txt".
               02 FILLER PIC X(40) VALUE "RESET    runregistry.txt".
               02 FILLER PIC X(40) VALUE "RESET    signoffledger.txt".
               02 FILLER PIC X(40) VALUE "RESET    changeledger.txt".
               02 FILLER PIC X(40) VALUE "RESET    consoleaudit.txt".
               02 FILLER PIC X(40) VALUE "RESET    legalholds.txt".
               02 FILLER PIC X(40) VALUE "RESET    storagehistory.txt".
               02 FILLER PIC X(40) VALUE "RESET    distledger.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day1/expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day2/expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day2/p2expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day3/p1expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day3/p2expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day4/p1expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day4/p2expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day5/p1expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day5/p2expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day6/p2expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day7/p1expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day7/p2expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day8/p1expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day8/p2expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day9/p1expected.txt".
               02 FILLER PIC X(40) VALUE "EXPECTED day9/p2expected.txt".
             01 builtinrules REDEFINES builtinrules-values.
               02 builtinrule PIC X(40) OCCURS 79 TIMES.
             01 builtincount PIC 9(3) VALUE 79.
             01 rulecount PIC 9(3) VALUE 0.
             01 ruleidx PIC 9(3) VALUE 0.
             01 ruletab.
               02 ruleentry OCCURS 300 TIMES.
                 03 ruleline PIC X(100).
                 03 ruleact PIC X(8).
                 03 rulerel PIC X(90).
             01 rulesource PIC X(250) VALUE SPACES.
             01 ruletok1 PIC X(8) VALUE SPACES.
             01 ruletok2 PIC X(90) VALUE SPACES.
             01 outcome PIC X(40) VALUE SPACES.
             01 dirsmade PIC 9(3) VALUE 0.
             01 controlsdone PIC 9(3) VALUE 0.
             01 carried PIC 9(3) VALUE 0.
             01 resetdone PIC 9(3) VALUE 0.
             01 expectdone PIC 9(3) VALUE 0.
             01 skipped PIC 9(3) VALUE 0.
             01 failed PIC 9(3) VALUE 0.
             01 progcount PIC 9(4) VALUE 0.
      *The season-change file: overrides applied to the copied
      *control files, in order.
      *  SET  <file> <line>  replace the line with the same key
      *                      (what precedes "=", or the first word
      *                      of a line without one; an "@date "
      *                      prefix is looked past), else append
      *  DROP <file> <key>   remove every line with that key
      *  ADD  <file> <line>  append the line
             01 chtok1 PIC X(8) VALUE SPACES.
             01 chtok2 PIC X(90) VALUE SPACES.
             01 chtext PIC X(250) VALUE SPACES.
             01 chptr PIC 9(3) VALUE 1.
             01 chkey PIC X(60) VALUE SPACES.
             01 linekey PIC X(60) VALUE SPACES.
             01 keysource PIC X(250) VALUE SPACES.
             01 keyrest PIC X(250) VALUE SPACES.
             01 keyptr PIC 9(3) VALUE 1.
             01 keyfirst PIC X(250) VALUE SPACES.
             01 changecount PIC 9(3) VALUE 0.
             01 changebad PIC 9(3) VALUE 0.
             01 worktabcount PIC 9(4) VALUE 0.
             01 workidx PIC 9(4) VALUE 0.
             01 workmatch PIC 9(4) VALUE 0.
             01 worktab.
               02 workline PIC X(250) OCCURS 2000 TIMES.
             01 keepcount PIC 9(4) VALUE 0.
      *The starter manifest: the current manifest's gates and
      *paths with bands that pass any readable feed, or one gate
      *per day's default input when there is no manifest.
             01 oldmanifest PIC X(250) VALUE SPACES.
             01 gatecount PIC 9(3) VALUE 0.
             01 gname PIC X(14) VALUE SPACES.
             01 gpath PIC X(200) VALUE SPACES.
             01 dayno PIC 9(2) VALUE 0.
      *Proving the new tree: the readiness check, then the smoke
      *gate alone, both with the new season's settings.
             01 treeenv PIC X(1200) VALUE SPACES.
             01 envptr PIC 9(4) VALUE 1.
      *Programs that take their own batch root rather than
      *DRIVER_BATCHROOT, all pointed at the new tree for the run.
             01 rootvars-values.
               02 FILLER PIC X(20) VALUE "GATE_BATCHROOT".
               02 FILLER PIC X(20) VALUE "STAGE_BATCHROOT".
               02 FILLER PIC X(20) VALUE "SWEEPER_BATCHROOT".
               02 FILLER PIC X(20) VALUE "EXCSUMMARY_BATCHROOT".
               02 FILLER PIC X(20) VALUE "RUNTREND_BATCHROOT".
               02 FILLER PIC X(20) VALUE "SCOREBOARD_BATCHROOT".
               02 FILLER PIC X(20) VALUE "STATESNAP_BATCHROOT".
               02 FILLER PIC X(20) VALUE "PROV_BATCHROOT".
               02 FILLER PIC X(20) VALUE "GEN_BATCHROOT".
             01 rootvars REDEFINES rootvars-values.
               02 rootvarname PIC X(20) OCCURS 9 TIMES.
             01 rootidx PIC 9(2) VALUE 0.
             01 resultrc PIC S9(4) VALUE 0.
             01 readyrc PIC S9(4) VALUE 0.
             01 smokerc PIC S9(4) VALUE 0.

       PROCEDURE DIVISION.
      *New-season tree provisioning. Builds the PROVISION_YEAR tree
      *(at PROVISION_ROOT, or beside the current one) from the
      *current season's: the day directories, the compiled
      *programs, the control files with the old tree's paths
      *rewritten, the season-change overrides, the persistent
      *state carried or reset as the provisioning rules declare,
      *empty expected-answer files and a permissive starter
      *manifest. It then runs the readiness check and the smoke
      *gate against the new tree. Everything lands in the
      *provisioning report in the new tree; rc 8 when the tree
      *could not be built or does not prove out, 4 when parts
      *were skipped.
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
           ACCEPT newyear FROM ENVIRONMENT "PROVISION_YEAR"
           IF newyear = SPACES THEN
            MOVE "no PROVISION_YEAR given - nothing provisioned"
             TO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF
           ACCEPT newroot FROM ENVIRONMENT "PROVISION_ROOT"
           IF newroot = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(newyear)
             DELIMITED BY SIZE INTO newroot
           END-IF
           IF newroot = batchroot THEN
            MOVE "new season's tree is the current tree - refused"
             TO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF
      *A tree that already has its params.txt has been provisioned
      *(and perhaps edited since); it is never overwritten.
           MOVE SPACES TO workpath
           STRING FUNCTION TRIM(newroot) '/params.txt'
            DELIMITED BY SIZE INTO workpath
           OPEN INPUT workfile
           IF workstatus = "00" THEN
            CLOSE workfile
            MOVE SPACES TO logmsg
            STRING FUNCTION TRIM(newroot)
             " already has a params.txt - not provisioned again"
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF
           ACCEPT rulepath FROM ENVIRONMENT "PROVISION_RULES"
           IF rulepath = SPACES THEN
            MOVE "PROVISION_RULES" TO confkey
            PERFORM Getconfig
            MOVE confval TO rulepath
           END-IF
           IF rulepath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/provisionrules.txt'
             DELIMITED BY SIZE INTO rulepath
           END-IF
           ACCEPT changepath FROM ENVIRONMENT "PROVISION_CHANGES"
           IF changepath = SPACES THEN
            MOVE "PROVISION_CHANGES" TO confkey
            PERFORM Getconfig
            MOVE confval TO changepath
           END-IF
           IF changepath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/seasonchange.txt'
             DELIMITED BY SIZE INTO changepath
           END-IF
           ACCEPT oldmanifest FROM ENVIRONMENT "GATE_MANIFEST"
           IF oldmanifest = SPACES THEN
            MOVE "GATE_MANIFEST" TO confkey
            PERFORM Getconfig
            MOVE confval TO oldmanifest
           END-IF
           IF oldmanifest = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/manifest.txt'
             DELIMITED BY SIZE INTO oldmanifest
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           MOVE SPACES TO syscmd
           STRING "mkdir -p " FUNCTION TRIM(newroot)
            DELIMITED BY SIZE INTO syscmd
           CALL "SYSTEM" USING syscmd
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO reportpath
           STRING FUNCTION TRIM(newroot) '/provisionreport.txt'
            DELIMITED BY SIZE INTO reportpath
           OPEN OUTPUT reportfile
           MOVE "reportfile" TO errfile
           MOVE reportstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO reportrec
           STRING "==== SEASON PROVISIONING " rundate " ==== "
            FUNCTION TRIM(batchyear) " -> " FUNCTION TRIM(newyear)
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           MOVE SPACES TO reportrec
           STRING "FROM " FUNCTION TRIM(batchroot)
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           MOVE SPACES TO reportrec
           STRING "TO   " FUNCTION TRIM(newroot)
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           PERFORM Loadrules
           MOVE SPACES TO reportrec
           WRITE reportrec
           MOVE SPACES TO reportrec
           STRING "RULES " FUNCTION TRIM(rulesource)
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           PERFORM VARYING ruleidx FROM 1 BY 1
            UNTIL ruleidx > rulecount
            PERFORM Applyrule
           END-PERFORM
           PERFORM Copyprograms
           PERFORM Writerules
           MOVE SPACES TO reportrec
           WRITE reportrec
           PERFORM Applychanges
           MOVE SPACES TO reportrec
           WRITE reportrec
           PERFORM Writemanifest
           MOVE SPACES TO reportrec
           WRITE reportrec
           PERFORM Provetree
           MOVE SPACES TO reportrec
           WRITE reportrec
           PERFORM Writesummary
           CLOSE reportfile
           CALL "runreg" USING reportpath
           MOVE SPACES TO logmsg
           STRING "season " FUNCTION TRIM(newyear)
            " provisioned at " FUNCTION TRIM(newroot)
            " - report at " FUNCTION TRIM(reportpath)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           IF resultrc > 0 THEN
            MOVE "WARN " TO logsev
           END-IF
           PERFORM Log
           MOVE resultrc TO RETURN-CODE
           STOP RUN.

           Checkstatus.
            IF errstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "file error on " errfile " - status " errstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             MOVE 8 TO RETURN-CODE
             STOP RUN
            END-IF.

      *The declared rules, or the built-in set when none are.
           Loadrules.
            MOVE 0 TO rulecount
            OPEN INPUT rulefile
            IF rulestatus = "00" THEN
             MOVE rulepath TO rulesource
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ rulefile
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF rulerec NOT= SPACES AND rulerec(1:1) NOT= "*"
                 AND rulecount < 300 THEN
                 ADD 1 TO rulecount
                 MOVE rulerec TO ruleline(rulecount)
                END-IF
              END-READ
             END-PERFORM
             CLOSE rulefile
            ELSE
             MOVE "built-in (no provisioning rules file)"
              TO rulesource
             PERFORM VARYING ruleidx FROM 1 BY 1
              UNTIL ruleidx > builtincount
              ADD 1 TO rulecount
              MOVE builtinrule(ruleidx) TO ruleline(rulecount)
             END-PERFORM
            END-IF
            PERFORM VARYING ruleidx FROM 1 BY 1
             UNTIL ruleidx > rulecount
             MOVE SPACES TO ruletok1 ruletok2
             UNSTRING ruleline(ruleidx) DELIMITED BY ALL SPACES
              INTO ruletok1 ruletok2
             MOVE ruletok1 TO ruleact(ruleidx)
             MOVE ruletok2 TO rulerel(ruleidx)
            END-PERFORM.

      *One rule against the new tree, with its line on the report.
      *A CONTROL, CARRY or RESET source missing from the current
      *tree is skipped, not an error - not every tree has every
      *optional file.
           Applyrule.
            MOVE SPACES TO oldpath newpath outcome
            STRING FUNCTION TRIM(batchroot) "/"
             FUNCTION TRIM(rulerel(ruleidx))
             DELIMITED BY SIZE INTO oldpath
            STRING FUNCTION TRIM(newroot) "/"
             FUNCTION TRIM(rulerel(ruleidx))
             DELIMITED BY SIZE INTO newpath
            EVALUATE ruleact(ruleidx)
             WHEN "DIR"
              MOVE SPACES TO syscmd
              STRING "mkdir -p " FUNCTION TRIM(newpath)
               DELIMITED BY SIZE INTO syscmd
              PERFORM Runstep
              IF sysraw = 0 THEN
               ADD 1 TO dirsmade
               MOVE "CREATED" TO outcome
              END-IF
             WHEN "CONTROL"
              PERFORM Checksource
              IF outcome = SPACES THEN
               MOVE SPACES TO syscmd
               STRING "mkdir -p `dirname " FUNCTION TRIM(newpath)
                "` && sed 's|" FUNCTION TRIM(batchroot) "|"
                FUNCTION TRIM(newroot) "|g' "
                FUNCTION TRIM(oldpath) " > " FUNCTION TRIM(newpath)
                DELIMITED BY SIZE INTO syscmd
               PERFORM Runstep
               IF sysraw = 0 THEN
                ADD 1 TO controlsdone
                MOVE "COPIED, paths rewritten" TO outcome
               END-IF
              END-IF
             WHEN "CARRY"
              PERFORM Checksource
              IF outcome = SPACES THEN
               MOVE SPACES TO syscmd
               STRING "mkdir -p `dirname " FUNCTION TRIM(newpath)
                "` && cp -p " FUNCTION TRIM(oldpath) " "
                FUNCTION TRIM(newpath)
                DELIMITED BY SIZE INTO syscmd
               PERFORM Runstep
               IF sysraw = 0 THEN
                ADD 1 TO carried
                MOVE "CARRIED" TO outcome
               END-IF
              END-IF
             WHEN "RESET"
              PERFORM Makeempty
              IF sysraw = 0 THEN
               ADD 1 TO resetdone
               MOVE "RESET, empty" TO outcome
              END-IF
             WHEN "EXPECTED"
              PERFORM Makeempty
              IF sysraw = 0 THEN
               ADD 1 TO expectdone
               MOVE "EMPTY, awaiting this season's answers"
                TO outcome
              END-IF
             WHEN OTHER
              ADD 1 TO failed
              MOVE "UNKNOWN ACTION - rule ignored" TO outcome
            END-EVALUATE
            IF outcome = SPACES THEN
             ADD 1 TO failed
             MOVE "FAILED" TO outcome
            END-IF
            MOVE SPACES TO reportrec
            STRING "  " ruleact(ruleidx) " "
             rulerel(ruleidx)(1:40) " " outcome
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec.

      *Does the rule's source exist in the current tree; outcome
      *is set when it does not.
           Checksource.
            MOVE oldpath TO workpath
            OPEN INPUT workfile
            IF workstatus = "00" THEN
             CLOSE workfile
            ELSE
             ADD 1 TO skipped
             MOVE "SKIPPED, not in the current tree" TO outcome
            END-IF.

           Makeempty.
            MOVE SPACES TO syscmd
            STRING "mkdir -p `dirname " FUNCTION TRIM(newpath)
             "` && : > " FUNCTION TRIM(newpath)
             DELIMITED BY SIZE INTO syscmd
            PERFORM Runstep.

      *One shell step; its exit status in sysraw.
           Runstep.
            CALL "SYSTEM" USING syscmd
            COMPUTE sysraw = RETURN-CODE
            MOVE 0 TO RETURN-CODE.

      *Every compiled program in the batch root and the day
      *directories, so the new tree runs the same builds.
           Copyprograms.
            MOVE SPACES TO listpath
            STRING FUNCTION TRIM(newroot) '/provision_list.tmp'
             DELIMITED BY SIZE INTO listpath
            MOVE SPACES TO syscmd
            STRING "cd " FUNCTION TRIM(batchroot)
             " && find . -maxdepth 2 -type f -perm -u+x > "
             FUNCTION TRIM(listpath)
             DELIMITED BY SIZE INTO syscmd
            PERFORM Runstep
            MOVE 0 TO progcount
            OPEN INPUT listfile
            IF liststatus = "00" THEN
             MOVE 0 TO eof
             PERFORM UNTIL eof = 1
              READ listfile
               AT END
                MOVE 1 TO eof
               NOT AT END
                IF listrec(1:2) = "./" THEN
                 MOVE SPACES TO oldpath newpath
                 STRING FUNCTION TRIM(batchroot) "/" listrec(3:)
                  DELIMITED BY SIZE INTO oldpath
                 STRING FUNCTION TRIM(newroot) "/" listrec(3:)
                  DELIMITED BY SIZE INTO newpath
                 MOVE SPACES TO syscmd
                 STRING "mkdir -p `dirname " FUNCTION TRIM(newpath)
                  "` && cp -p " FUNCTION TRIM(oldpath) " "
                  FUNCTION TRIM(newpath)
                  DELIMITED BY SIZE INTO syscmd
                 PERFORM Runstep
                 IF sysraw = 0 THEN
                  ADD 1 TO progcount
                 ELSE
                  ADD 1 TO failed
                  MOVE SPACES TO reportrec
                  STRING "  PROGRAM  " FUNCTION TRIM(listrec(3:))
                   " FAILED" DELIMITED BY SIZE INTO reportrec
                  WRITE reportrec
                 END-IF
                END-IF
              END-READ
             END-PERFORM
             CLOSE listfile
             DELETE FILE listfile
            END-IF
            MOVE progcount TO countedit
            MOVE SPACES TO reportrec
            STRING "  PROGRAMS " FUNCTION TRIM(countedit)
             " compiled program(s) copied"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec.

      *The rules the tree was built by, kept in it for next season.
           Writerules.
            MOVE SPACES TO workpath
            STRING FUNCTION TRIM(newroot) '/provisionrules.txt'
             DELIMITED BY SIZE INTO workpath
            OPEN OUTPUT workfile
            IF workstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO workrec
            STRING "* provisioning rules this tree was built by, "
             rundate DELIMITED BY SIZE INTO workrec
            WRITE workrec
            PERFORM VARYING ruleidx FROM 1 BY 1
             UNTIL ruleidx > rulecount
             MOVE ruleline(ruleidx) TO workrec
             WRITE workrec
            END-PERFORM
            CLOSE workfile.

      *Applies the season-change file to the new tree's copies.
           Applychanges.
            MOVE 0 TO changecount changebad
            OPEN INPUT changefile
            IF changestatus NOT= "00" THEN
             MOVE SPACES TO reportrec
             STRING "CHANGES none - no season-change file at "
              FUNCTION TRIM(changepath)
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO reportrec
            STRING "CHANGES " FUNCTION TRIM(changepath)
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ changefile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF changerec NOT= SPACES
                AND changerec(1:1) NOT= "*" THEN
                PERFORM Changeone
               END-IF
             END-READ
            END-PERFORM
            CLOSE changefile.

      *One SET, DROP or ADD against the file it names.
           Changeone.
            MOVE SPACES TO chtok1 chtok2 chtext outcome
            MOVE 1 TO chptr
            UNSTRING changerec DELIMITED BY ALL SPACES
             INTO chtok1 chtok2 WITH POINTER chptr
            IF chptr <= 300 THEN
             MOVE FUNCTION TRIM(changerec(chptr:)) TO chtext
            END-IF
            MOVE SPACES TO workpath
            STRING FUNCTION TRIM(newroot) "/" FUNCTION TRIM(chtok2)
             DELIMITED BY SIZE INTO workpath
            IF (chtok1 NOT= "SET" AND chtok1 NOT= "DROP"
             AND chtok1 NOT= "ADD") OR chtok2 = SPACES
             OR chtext = SPACES THEN
             ADD 1 TO changebad
             MOVE "NOT UNDERSTOOD - ignored" TO outcome
             PERFORM Reportchange
             EXIT PARAGRAPH
            END-IF
            PERFORM Loadwork
            IF worktabcount = 0 AND workstatus NOT= "00" THEN
             ADD 1 TO changebad
             MOVE "FILE NOT IN THE NEW TREE - ignored" TO outcome
             PERFORM Reportchange
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO changecount
            EVALUATE chtok1
             WHEN "ADD"
              PERFORM Appendwork
              MOVE "APPENDED" TO outcome
             WHEN "SET"
              MOVE chtext TO keysource
              PERFORM Takekey
              MOVE linekey TO chkey
              MOVE 0 TO workmatch
              PERFORM VARYING workidx FROM 1 BY 1
               UNTIL workidx > worktabcount
               IF workline(workidx) NOT= SPACES
                AND workline(workidx)(1:1) NOT= "*" THEN
                MOVE workline(workidx) TO keysource
                PERFORM Takekey
                IF linekey = chkey THEN
                 MOVE chtext TO workline(workidx)
                 ADD 1 TO workmatch
                END-IF
               END-IF
              END-PERFORM
              IF workmatch = 0 THEN
               PERFORM Appendwork
               MOVE "NOT FOUND, APPENDED" TO outcome
              ELSE
               MOVE "REPLACED" TO outcome
              END-IF
             WHEN "DROP"
              MOVE chtext TO chkey
              MOVE 0 TO keepcount workmatch
              PERFORM VARYING workidx FROM 1 BY 1
               UNTIL workidx > worktabcount
               MOVE SPACES TO linekey
               IF workline(workidx) NOT= SPACES
                AND workline(workidx)(1:1) NOT= "*" THEN
                MOVE workline(workidx) TO keysource
                PERFORM Takekey
               END-IF
               IF linekey = chkey THEN
                ADD 1 TO workmatch
               ELSE
                ADD 1 TO keepcount
                MOVE workline(workidx) TO workline(keepcount)
               END-IF
              END-PERFORM
              MOVE keepcount TO worktabcount
              IF workmatch = 0 THEN
               MOVE "NOT FOUND" TO outcome
              ELSE
               MOVE "DROPPED" TO outcome
              END-IF
            END-EVALUATE
            PERFORM Savework
            PERFORM Reportchange.

           Reportchange.
            MOVE SPACES TO reportrec
            STRING "  " chtok1(1:4) " " FUNCTION TRIM(chtok2) " "
             FUNCTION TRIM(chtext) " - " outcome
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec.

      *The key of the line in keysource, into linekey: what
      *precedes "=" in its first word, or the whole first word,
      *past any "@date " prefix.
           Takekey.
            MOVE SPACES TO linekey keyfirst keyrest
            MOVE FUNCTION TRIM(keysource) TO keyrest
            IF keyrest(1:1) = "@" THEN
             MOVE 1 TO keyptr
             UNSTRING keyrest DELIMITED BY ALL SPACES
              INTO keyfirst WITH POINTER keyptr
             IF keyptr <= 250 THEN
              MOVE keyrest(keyptr:) TO keysource
              MOVE FUNCTION TRIM(keysource) TO keyrest
             END-IF
            END-IF
            MOVE SPACES TO keyfirst
            UNSTRING keyrest DELIMITED BY ALL SPACES INTO keyfirst
            UNSTRING keyfirst DELIMITED BY "=" INTO linekey.

           Loadwork.
            MOVE 0 TO worktabcount
            OPEN INPUT workfile
            IF workstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ workfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF worktabcount < 2000 THEN
                ADD 1 TO worktabcount
                MOVE workrec TO workline(worktabcount)
               END-IF
             END-READ
            END-PERFORM
            CLOSE workfile
            MOVE 0 TO eof
            MOVE "00" TO workstatus.

           Appendwork.
            IF worktabcount < 2000 THEN
             ADD 1 TO worktabcount
             MOVE chtext TO workline(worktabcount)
            END-IF.

           Savework.
            OPEN OUTPUT workfile
            IF workstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            PERFORM VARYING workidx FROM 1 BY 1
             UNTIL workidx > worktabcount
             MOVE workline(workidx) TO workrec
             WRITE workrec
            END-PERFORM
            CLOSE workfile.

      *The permissive starter manifest for the new tree.
           Writemanifest.
            MOVE SPACES TO manifestpath
            STRING FUNCTION TRIM(newroot) '/manifest.txt'
             DELIMITED BY SIZE INTO manifestpath
            MOVE 0 TO worktabcount
            MOVE oldmanifest TO workpath
            PERFORM Loadwork
            OPEN OUTPUT manifestfile
            MOVE "manifestfile" TO errfile
            MOVE manifeststatus TO errstatus
            PERFORM Checkstatus
            MOVE "* starter manifest: any readable feed passes."
             TO manifestrec
            WRITE manifestrec
            MOVE "* Tighten the bands and seed the checksums from"
             TO manifestrec
            WRITE manifestrec
            MOVE "* the first good night's gate results." TO manifestrec
            WRITE manifestrec
            MOVE 0 TO gatecount
            PERFORM VARYING workidx FROM 1 BY 1
             UNTIL workidx > worktabcount
             IF workline(workidx) NOT= SPACES
              AND workline(workidx)(1:1) NOT= "*" THEN
              MOVE SPACES TO gname gpath
              UNSTRING workline(workidx) DELIMITED BY ALL SPACES
               INTO gname gpath
              IF gpath(1:1) = "/" THEN
               MOVE gpath TO keysource
               MOVE SPACES TO gpath
               IF keysource(1:FUNCTION LENGTH(FUNCTION TRIM(
                batchroot))) = batchroot THEN
                MOVE keysource(FUNCTION LENGTH(FUNCTION TRIM(
                 batchroot)) + 2:) TO gpath
               ELSE
                MOVE keysource TO gpath
               END-IF
              END-IF
              PERFORM Writegate
             END-IF
            END-PERFORM
            IF gatecount = 0 THEN
             PERFORM VARYING dayno FROM 1 BY 1 UNTIL dayno > 9
              MOVE SPACES TO gname gpath
              STRING "day" dayno(2:1) DELIMITED BY SIZE INTO gname
              STRING "day" dayno(2:1) "/input" DELIMITED BY SIZE
               INTO gpath
              PERFORM Writegate
             END-PERFORM
            END-IF
            CLOSE manifestfile
            MOVE gatecount TO countedit
            MOVE SPACES TO reportrec
            STRING "MANIFEST " FUNCTION TRIM(countedit)
             " gate(s), permissive bands, no checksums - "
             FUNCTION TRIM(manifestpath)
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec.

           Writegate.
            ADD 1 TO gatecount
            MOVE SPACES TO manifestrec
            STRING FUNCTION TRIM(gname) " " FUNCTION TRIM(gpath)
             " 0 99999999 0 99999 0"
             DELIMITED BY SIZE INTO manifestrec
            WRITE manifestrec.

      *The readiness check and the smoke gate, run from the new
      *tree against the new tree.
           Provetree.
            MOVE SPACES TO treeenv
            STRING "AOC_YEAR=" FUNCTION TRIM(newyear)
             " DRIVER_BATCHROOT=" FUNCTION TRIM(newroot)
             " PARAMS_PATH=" FUNCTION TRIM(newroot) "/params.txt"
             " CALENDAR_PATH=" FUNCTION TRIM(newroot)
             "/calendar.txt"
             " LEGAL_HOLDS=" FUNCTION TRIM(newroot)
             "/legalholds.txt"
             " GATE_MANIFEST=" FUNCTION TRIM(manifestpath)
             " RUN_REGISTRY=" FUNCTION TRIM(newroot)
             "/runregistry.txt"
             DELIMITED BY SIZE INTO treeenv
            MOVE FUNCTION LENGTH(FUNCTION TRIM(treeenv)) TO envptr
            ADD 1 TO envptr
            PERFORM VARYING rootidx FROM 1 BY 1 UNTIL rootidx > 9
             STRING " " FUNCTION TRIM(rootvarname(rootidx)) "="
              FUNCTION TRIM(newroot)
              DELIMITED BY SIZE INTO treeenv WITH POINTER envptr
            END-PERFORM
            MOVE SPACES TO syscmd
            STRING FUNCTION TRIM(treeenv)
             " READY_REPORT=" FUNCTION TRIM(newroot) "/readiness.txt"
             " " FUNCTION TRIM(newroot) "/readiness > /dev/null 2>&1"
             DELIMITED BY SIZE INTO syscmd
            PERFORM Runstep
            COMPUTE readyrc = sysraw / 256
            MOVE readyrc TO rcedit
            MOVE SPACES TO reportrec
            STRING "READINESS rc " FUNCTION TRIM(rcedit) " - "
             FUNCTION TRIM(newroot) "/readiness.txt"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE SPACES TO syscmd
            STRING FUNCTION TRIM(treeenv)
             " DRIVER_READY=OFF DRIVER_SMOKE=O "
             FUNCTION TRIM(newroot) "/driver > /dev/null 2>&1"
             DELIMITED BY SIZE INTO syscmd
            PERFORM Runstep
            COMPUTE smokerc = sysraw / 256
            MOVE smokerc TO rcedit
            MOVE SPACES TO reportrec
            STRING "SMOKE GATE rc " FUNCTION TRIM(rcedit) " - "
             FUNCTION TRIM(newroot) "/batchreport.txt"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec.

           Writesummary.
            MOVE SPACES TO reportrec
            STRING "SUMMARY " dirsmade " dir(s), " controlsdone
             " control file(s), " carried " carried, " resetdone
             " reset, " expectdone " expected file(s), "
             progcount " program(s), " changecount " change(s)"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE SPACES TO reportrec
            STRING "        " skipped " skipped, " failed
             " failed, " changebad " change(s) ignored"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            MOVE SPACES TO reportrec
            EVALUATE TRUE
             WHEN failed > 0 OR readyrc >= 8 OR smokerc NOT= 0
              MOVE "RESULT NOT READY - see the failures above"
               TO reportrec
              MOVE 8 TO resultrc
             WHEN skipped > 0 OR changebad > 0 OR readyrc > 0
              MOVE "RESULT READY WITH WARNINGS" TO reportrec
              MOVE 4 TO resultrc
             WHEN OTHER
              MOVE "RESULT READY" TO reportrec
              MOVE 0 TO resultrc
            END-EVALUATE
            WRITE reportrec
            MOVE "END SEASON PROVISIONING" TO reportrec
            WRITE reportrec.

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
