             SELECT alertfile ASSIGN TO alertpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS alertstatus.
             SELECT dayauditfile ASSIGN TO dayauditpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS dayauditstatus.
             SELECT previewfile ASSIGN TO previewpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS previewstatus.
             SELECT regfile ASSIGN TO regpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS regstatus.
             SELECT rejectfile ASSIGN TO rejectpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS rejectstatus.
             SELECT holdfile ASSIGN TO holdpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS holdstatus.

       DATA DIVISION.
           FILE SECTION.
            FD statefile.
            01 staterec PIC X(40).
            FD ckfile.
            01 ckrec PIC X(160).
            FD maintfile.
            01 maintrec PIC X(60).
            FD threshfile.
            01 threshrec PIC X(60).
            FD alertfile.
            01 alertrec PIC X(80).
            FD dayauditfile.
            01 dayauditrec PIC X(40).
            FD previewfile.
            01 previewrec PIC X(100).
            FD regfile.
            01 regrec PIC X(80).
            FD rejectfile.
            01 rejectrec PIC X(80).
            FD holdfile.
            01 holdrec PIC X(40).
           WORKING-STORAGE SECTION.
            01 runid PIC X(11) VALUE SPACES.
            01 logsev PIC X(5) VALUE "INFO ".
            01 ckfpath PIC X(250) VALUE SPACES.
            01 ckfstatus PIC X(2) VALUE SPACES.
            COPY checkrec.
      *Build identifier - this program's compile stamp. It heads
      *the dated report, rides in the check-status record and is
      *exported as PROGRAM_BUILD so runreg stamps every artifact
      *the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            01 statepath PIC X(250) VALUE SPACES.
            01 statestatus PIC X(2) VALUE SPACES.
            01 continueflag PIC X(1) VALUE "N".
             02 stlland PIC S9(9) SIGN LEADING SEPARATE.
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
      *Feed-quality ledger (feedqual): every reject is tallied under
      *its reason code as it happens and the night closes with the
      *instructions received, rejected and recycled (held ones
      *replayed), for the monthly supplier scorecard.
            01 fqop PIC X(4) VALUE SPACES.
            01 feedrecs PIC 9(8) VALUE 0.
            COPY feedrec.
            01 inputpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day1/input'.
            01 auditpath PIC X(250) VALUE
            01 reportbase2 PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day1/p2report'.
            01 reportpath PIC X(250) VALUE SPACES.
            01 pubreport PIC X(250) VALUE SPACES.
            01 combinedcheck PIC X(159) VALUE SPACES.
            01 reportdate PIC X(8) VALUE SPACES.
            01 reportstatus PIC X(2) VALUE SPACES.
            01 reportline.
              03 dmaxnet PIC 9(9).
              03 dnetsum PIC s9(9).
              03 dnetfired PIC 9(1).
              03 dstart PIC s9(4).
      *Registry status of the dial: A active, S suspended, D
      *decommissioned, space not registered.
              03 dregstatus PIC X(1).
              03 dregdate PIC X(8).
      *Dial maintenance transactions: when hardware is recalibrated
      *mid-week the bank's true position no longer matches the
      *state file, and the fix arrives as audited SET/RESET records
              03 banddial PIC 9(2).
              03 bandlo PIC s9(4).
              03 bandhi PIC s9(4).
      *Dated copy of every run's audit trail, kept beside the
      *overwritten one so a month of dial history can be rebuilt
      *for the statement. Each run opens with one OPEN record per
      *dial giving the position it started from, before any
      *maintenance is applied; a same-day rerun appends.
            01 dayauditpath PIC X(250) VALUE SPACES.
            01 dayauditstatus PIC X(2) VALUE SPACES.
            01 pathlen PIC 9(3) VALUE 0.
            01 openpos PIC 9(3) VALUE 0.
      *Preview mode: a candidate feed is run against a read-only
      *copy of the carried dial state and the live thresholds, and
      *only the preview report is written - no audit trail, alert
      *file, exceptions, answer reports, state or check status.
            01 previewflag PIC X(1) VALUE "N".
            01 previewpath PIC X(250) VALUE SPACES.
            01 previewstatus PIC X(2) VALUE SPACES.
            01 prvline.
             02 FILLER PIC X(2) VALUE "D ".
             02 prvdial PIC 9(2).
             02 FILLER PIC X(7) VALUE " START ".
             02 prvstart PIC 9(2).
             02 FILLER PIC X(7) VALUE " FINAL ".
             02 prvfinal PIC 9(2).
             02 FILLER PIC X(6) VALUE " LAND ".
             02 prvland PIC Z(6)9.
             02 FILLER PIC X(6) VALUE " PASS ".
             02 prvpass PIC Z(6)9.
      *Dial registry (maintained by dialreg): an instruction for an
      *unregistered or decommissioned dial goes to the dated reject
      *trail with its reason; one for a suspended dial is held and
      *replayed ahead of the feed on the first run after the dial
      *is reactivated. No registry file means every dial in range
      *is accepted, as before the registry existed.
            COPY dialreg.
            01 regpath PIC X(250) VALUE SPACES.
            01 regstatus PIC X(2) VALUE SPACES.
            01 regloaded PIC 9(1) VALUE 0.
            01 regeof PIC 9(1) VALUE 0.
            01 regverdict PIC X(1) VALUE SPACE.
            01 rejectbase PIC X(250) VALUE SPACES.
            01 rejectpath PIC X(250) VALUE SPACES.
            01 rejectstatus PIC X(2) VALUE SPACES.
            01 rejectopened PIC 9(1) VALUE 0.
            01 rejreason PIC X(40) VALUE SPACES.
            01 rejectcount PIC 9(5) VALUE 0.
            01 heldcount PIC 9(5) VALUE 0.
            01 replaycount PIC 9(5) VALUE 0.
            01 holdpath PIC X(250) VALUE SPACES.
            01 holdstatus PIC X(2) VALUE SPACES.
            01 holdeof PIC 9(1) VALUE 0.
            01 holdcount PIC 9(4) VALUE 0.
            01 holdidx PIC 9(4) VALUE 0.
            01 holdtab.
             02 holdentry OCCURS 2000 TIMES.
              03 hlddial PIC 9(2).
              03 hlddate PIC X(8).
              03 hldinstr PIC X(16).
              03 hldkeep PIC 9(1).
            01 holdline.
             02 FILLER PIC X(7) VALUE "HELD D ".
             02 hdldial PIC 9(2).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hdldate PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hdlinstr PIC X(16).
            01 rejectline.
             02 FILLER PIC X(7) VALUE "REJECT ".
             02 rjlinstr PIC X(16).
             02 FILLER PIC X(8) VALUE " REASON ".
             02 rjlreason PIC X(40).
            01 workinstr.
             02 direction PIC X(1).
             02 rawmagnitude PIC X(9).

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
           END-IF
           STRING FUNCTION TRIM(alertbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO alertpath
           COMPUTE pathlen = FUNCTION LENGTH(
            FUNCTION TRIM(auditpath, TRAILING))
           IF pathlen > 4 AND auditpath(pathlen - 3:4) = ".txt" THEN
            STRING auditpath(1:pathlen - 4) "_" reportdate ".txt"
             DELIMITED BY SIZE INTO dayauditpath
           ELSE
            STRING auditpath(1:pathlen) "_" reportdate
             DELIMITED BY SIZE INTO dayauditpath
           END-IF
           PERFORM VARYING dialidx FROM 1 BY 1 UNTIL dialidx > maxdials
            MOVE 50 TO dposi(dialidx)
            MOVE 50 TO dposiland(dialidx)
            MOVE 0 TO dmaxnet(dialidx)
            MOVE 0 TO dnetsum(dialidx)
            MOVE 0 TO dnetfired(dialidx)
            MOVE SPACE TO dregstatus(dialidx)
            MOVE SPACES TO dregdate(dialidx)
           END-PERFORM
           ACCEPT regpath FROM ENVIRONMENT "DAY1_DIALREG"
           IF regpath = SPACES THEN
            MOVE "DAY1_DIALREG" TO confkey
            PERFORM Getconfig
            MOVE confval TO regpath
           END-IF
           IF regpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/dialregistry.txt'
             DELIMITED BY SIZE INTO regpath
           END-IF
           ACCEPT rejectbase FROM ENVIRONMENT "DAY1_REJECTS"
           IF rejectbase = SPACES THEN
            MOVE "DAY1_REJECTS" TO confkey
            PERFORM Getconfig
            MOVE confval TO rejectbase
           END-IF
           IF rejectbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/rejects'
             DELIMITED BY SIZE INTO rejectbase
           END-IF
           STRING FUNCTION TRIM(rejectbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO rejectpath
           ACCEPT holdpath FROM ENVIRONMENT "DAY1_HELD"
           IF holdpath = SPACES THEN
            MOVE "DAY1_HELD" TO confkey
            PERFORM Getconfig
            MOVE confval TO holdpath
           END-IF
           IF holdpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day1/heldinstr.txt'
             DELIMITED BY SIZE INTO holdpath
           END-IF
           PERFORM Loadregistry
           PERFORM Loadthresholds
           ACCEPT maintpath FROM ENVIRONMENT "DAY1_MAINT"
           IF maintpath = SPACES THEN
             FUNCTION TRIM(batchyear) '/day1/maint.txt'
             DELIMITED BY SIZE INTO maintpath
           END-IF
           ACCEPT previewflag FROM ENVIRONMENT "DAY1_PREVIEW"
           IF previewflag = SPACES THEN
            MOVE "DAY1_PREVIEW" TO confkey
            PERFORM Getconfig
            MOVE confval TO previewflag
           END-IF
           IF previewflag = "Y" THEN
            ACCEPT previewpath FROM ENVIRONMENT "DAY1_PREVIEW_REPORT"
            IF previewpath = SPACES THEN
             MOVE "DAY1_PREVIEW_REPORT" TO confkey
             PERFORM Getconfig
             MOVE confval TO previewpath
            END-IF
            IF previewpath = SPACES THEN
             STRING '/Users/georgeoneill/ess-dmsc/'
              FUNCTION TRIM(batchyear) '/day1/preview.txt'
              DELIMITED BY SIZE INTO previewpath
            END-IF
            PERFORM Loadstate
            PERFORM Runpreview
            STOP RUN
           END-IF
           IF continueflag = "Y" THEN
            PERFORM Loadstate
           END-IF
           MOVE "auditfile" TO errfile
           MOVE auditstatus TO errstatus
           PERFORM Checkstatus
           OPEN EXTEND dayauditfile
           IF dayauditstatus NOT= "00" THEN
            OPEN OUTPUT dayauditfile
           END-IF
           MOVE "dayauditfile" TO errfile
           MOVE dayauditstatus TO errstatus
           PERFORM Checkstatus
           PERFORM Writeopening
           IF threshloaded = 1 THEN
            OPEN OUTPUT alertfile
            MOVE "alertfile" TO errfile
            PERFORM Checkstatus
           END-IF
           PERFORM Applymaint
           PERFORM Replayheld
           PERFORM UNTIL eof = 1
            READ inputfile
             AT END
              MOVE 1 TO eof
             NOT AT END
              ADD 1 TO feedrecs
              PERFORM Splitdial
              IF dialid >= 1 AND dialid <= maxdials THEN
               PERFORM Checkregistry
               IF regverdict = "A" THEN
                PERFORM Turndial
               END-IF
              END-IF
           END-PERFORM.
           CLOSE inputfile.
           PERFORM Writeheld
           PERFORM Writefeednight
           IF rejectopened = 1 THEN
            CLOSE rejectfile
            CALL "runreg" USING rejectpath
           END-IF
           CLOSE auditfile
           CALL "runreg" USING auditpath.
           CLOSE dayauditfile
           CALL "runreg" USING dayauditpath.
           IF threshloaded = 1 THEN
            CLOSE alertfile
            CALL "runreg" USING alertpath
            DELIMITED BY SIZE INTO logmsg
           MOVE "WARN " TO logsev
           PERFORM Log
           IF regloaded = 1 THEN
            MOVE SPACES TO logmsg
            STRING "Instructions rejected: " rejectcount " held: "
             heldcount " replayed: " replaycount
             DELIMITED BY SIZE INTO logmsg
            IF rejectcount > 0 THEN
             MOVE "WARN " TO logsev
            ELSE
             MOVE "INFO " TO logsev
            END-IF
            PERFORM Log
           END-IF
           MOVE SPACES TO logmsg
           STRING "Dial alerts raised: " alertcount
            DELIMITED BY SIZE INTO logmsg
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           PERFORM VARYING dialidx FROM 1 BY 1 UNTIL dialidx > maxdials
            IF dseen(dialidx) = 1 THEN
             MOVE dialidx TO drldial
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           PERFORM VARYING dialidx FROM 1 BY 1 UNTIL dialidx > maxdials
            IF dseen(dialidx) = 1 THEN
             MOVE dialidx TO drldial
             MOVE rawinstr(1:16) TO exckey
             MOVE "bad dial prefix skipped" TO excmessage
             PERFORM Writeexception
             MOVE "BAD DIAL PREFIX" TO rejreason
             PERFORM Writereject
            END-IF.

      *Applies one instruction to its dial's independent state and
             MOVE rawmagnitude TO exckey
             MOVE "bad magnitude skipped" TO excmessage
             PERFORM Writeexception
             MOVE "BAD MAGNITUDE" TO fqreason
             PERFORM Tallyreject
            END-IF
            COMPUTE origmagnitude = rotation * magnitude

            MOVE posi TO auditposi
            MOVE dpass(dialid) TO auditcounter
            MOVE dialid TO auditdial
            IF previewflag NOT= "Y" THEN
             WRITE auditrec FROM auditline
             WRITE dayauditrec FROM auditrec
            END-IF
            IF threshloaded = 1 THEN
             PERFORM Checkthresholds
            END-IF.

      *The registry status of every dial the bank can hold. Held
      *instructions are only loaded alongside a registry - without
      *one nothing is held and nothing is replayed.
           Loadregistry.
            OPEN INPUT regfile
            IF regstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no dial registry at " FUNCTION TRIM(regpath)
              " - all dials accepted"
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO regloaded
            MOVE 0 TO regeof
            PERFORM UNTIL regeof = 1
             READ regfile
              AT END
               MOVE 1 TO regeof
              NOT AT END
               MOVE regrec TO dialregline
               IF drgdial IS NUMERIC AND drgdial >= 1
                AND drgdial <= maxdials THEN
                MOVE drgstatus(1:1) TO dregstatus(drgdial)
                MOVE drgstatdate TO dregdate(drgdial)
               END-IF
             END-READ
            END-PERFORM
            CLOSE regfile
            PERFORM Loadheld.

      *Instructions held for suspended dials on earlier nights.
      *Tonight's own holds are dropped on load: a rerun reads the
      *same feed and holds them again.
           Loadheld.
            OPEN INPUT holdfile
            IF holdstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO holdeof
            PERFORM UNTIL holdeof = 1
             READ holdfile
              AT END
               MOVE 1 TO holdeof
              NOT AT END
               IF holdrec(1:7) = "HELD D " AND holdcount < 2000
                AND holdrec(11:8) NOT= reportdate THEN
                ADD 1 TO holdcount
                COMPUTE hlddial(holdcount) =
                 FUNCTION NUMVAL(holdrec(8:2))
                MOVE holdrec(11:8) TO hlddate(holdcount)
                MOVE holdrec(20:16) TO hldinstr(holdcount)
                MOVE 1 TO hldkeep(holdcount)
               END-IF
             END-READ
            END-PERFORM
            CLOSE holdfile.

      *Registry check for the instruction just split: regverdict
      *"A" lets it turn the dial; a suspended dial's instruction is
      *held, anything else is rejected with its reason.
           Checkregistry.
            MOVE "A" TO regverdict
            IF regloaded = 0 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE dregstatus(dialid) TO regverdict
            EVALUATE regverdict
             WHEN "A"
              CONTINUE
             WHEN "S"
              PERFORM Holdinstr
             WHEN "D"
              MOVE SPACES TO rejreason
              STRING "DIAL DECOMMISSIONED " dregdate(dialid)
               DELIMITED BY SIZE INTO rejreason
              PERFORM Writereject
              PERFORM Rejectexception
             WHEN OTHER
              MOVE "DIAL NOT REGISTERED" TO rejreason
              PERFORM Writereject
              PERFORM Rejectexception
            END-EVALUATE.

      *Keeps a suspended dial's instruction for replay.
           Holdinstr.
            IF holdcount >= 2000 THEN
             MOVE "DIAL SUSPENDED - HOLD FILE FULL" TO rejreason
             PERFORM Writereject
             PERFORM Rejectexception
             EXIT PARAGRAPH
            END-IF
            ADD 1 TO holdcount
            ADD 1 TO heldcount
            MOVE dialid TO hlddial(holdcount)
            MOVE reportdate TO hlddate(holdcount)
            MOVE rawinstr TO hldinstr(holdcount)
            MOVE 1 TO hldkeep(holdcount).

      *Held instructions go ahead of tonight's feed, in the order
      *they arrived, once their dial is active again. A dial still
      *suspended keeps them; one since decommissioned rejects them.
           Replayheld.
            PERFORM VARYING holdidx FROM 1 BY 1
             UNTIL holdidx > holdcount
             MOVE hldinstr(holdidx) TO rawinstr
             PERFORM Splitdial
             IF dialid >= 1 AND dialid <= maxdials THEN
              EVALUATE dregstatus(dialid)
               WHEN "A"
                PERFORM Turndial
                ADD 1 TO replaycount
                MOVE 0 TO hldkeep(holdidx)
               WHEN "S"
                CONTINUE
               WHEN OTHER
                MOVE SPACES TO rejreason
                STRING "HELD " hlddate(holdidx)
                 " - DIAL NO LONGER ACTIVE"
                 DELIMITED BY SIZE INTO rejreason
                PERFORM Writereject
                PERFORM Rejectexception
                MOVE 0 TO hldkeep(holdidx)
              END-EVALUATE
             ELSE
              MOVE 0 TO hldkeep(holdidx)
             END-IF
            END-PERFORM
            IF replaycount > 0 THEN
             MOVE SPACES TO logmsg
             STRING "held instructions replayed for reactivated "
              "dials: " replaycount
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
            END-IF.

      *Rewrites the hold file with what is still held.
           Writeheld.
            IF regloaded = 0 THEN
             EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT holdfile
            MOVE "holdfile" TO errfile
            MOVE holdstatus TO errstatus
            PERFORM Checkstatus
            PERFORM VARYING holdidx FROM 1 BY 1
             UNTIL holdidx > holdcount
             IF hldkeep(holdidx) = 1 THEN
              MOVE hlddial(holdidx) TO hdldial
              MOVE hlddate(holdidx) TO hdldate
              MOVE hldinstr(holdidx) TO hdlinstr
              WRITE holdrec FROM holdline
             END-IF
            END-PERFORM
            CLOSE holdfile
            CALL "runreg" USING holdpath.

      *One record on tonight's reject trail. The first reject of
      *the run truncates the dated file so a rerun replaces it.
           Writereject.
            ADD 1 TO rejectcount
            IF previewflag = "Y" THEN
             EXIT PARAGRAPH
            END-IF
            EVALUATE TRUE
             WHEN rejreason(1:5) = "HELD "
              MOVE "HELD DIAL INACTIVE" TO fqreason
             WHEN rejreason(1:15) = "DIAL SUSPENDED "
              MOVE "HOLD FILE FULL" TO fqreason
             WHEN OTHER
              MOVE rejreason TO fqreason
            END-EVALUATE
            PERFORM Tallyreject
            IF rejectopened = 0 THEN
             OPEN OUTPUT rejectfile
             MOVE "rejectfile" TO errfile
             MOVE rejectstatus TO errstatus
             PERFORM Checkstatus
             MOVE 1 TO rejectopened
            END-IF
            MOVE rawinstr TO rjlinstr
            MOVE rejreason TO rjlreason
            WRITE rejectrec FROM rejectline.

      *Tonight's reject under the reason code in fqreason, tallied
      *for the feed-quality ledger.
           Tallyreject.
            IF previewflag = "Y" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO fqrejected
            MOVE "RJCT" TO fqop
            CALL "feedqual" USING fqop feedline.

      *The night's figures for the day1 feed.
           Writefeednight.
            MOVE reportdate TO fqdate
            MOVE "day1" TO fqfeed
            MOVE "day1" TO fqprogram
            MOVE feedrecs TO fqreceived
            COMPUTE fqrejected = rejectcount + badmagnitudes
            MOVE replaycount TO fqrecycled
            MOVE 0 TO fqquarant
            MOVE SPACES TO fqreason
            MOVE "NGHT" TO fqop
            CALL "feedqual" USING fqop feedline.

           Rejectexception.
            MOVE SPACES TO logmsg
            STRING "instruction '" FUNCTION TRIM(rawinstr)
             "' rejected - " FUNCTION TRIM(rejreason)
             DELIMITED BY SIZE INTO logmsg
            MOVE "WARN " TO logsev
            PERFORM Log
            MOVE "WARN" TO excseverity
            MOVE rawinstr(1:16) TO exckey
            MOVE SPACES TO excmessage
            STRING "rejected - " FUNCTION TRIM(rejreason)
             DELIMITED BY SIZE INTO excmessage
            PERFORM Writeexception.

      *Tonight's input checksum, the manifest gate's algorithm.
           Calcinputsum.
            MOVE 0 TO inputsum
                  INTO thrtok1 thrtok2 thrtok3 thrtok4 thrtok5
                 IF thrtok1 = "D" AND thrtok2 NOT= SPACES THEN
                  COMPUTE thrdial = FUNCTION NUMVAL(thrtok2)
                  IF thrdial >= 1 AND thrdial <= maxdials
                   AND regloaded = 1
                   AND dregstatus(thrdial) = SPACE THEN
                   MOVE SPACES TO logmsg
                   STRING "threshold rule for unregistered dial "
                    thrdial " ignored"
                    DELIMITED BY SIZE INTO logmsg
                   MOVE "WARN " TO logsev
                   PERFORM Log
                   MOVE 0 TO thrdial
                  END-IF
                  IF thrdial >= 1 AND thrdial <= maxdials THEN
                   EVALUATE thrtok3
                    WHEN "MAXMAG"
      *breach - same-run detection, not next-morning archaeology.
           Raisealert.
            ADD 1 TO alertcount
            IF previewflag = "Y" THEN
             MOVE SPACES TO previewrec
             STRING "ALERT D " dialid " "
              FUNCTION TRIM(alerttext)
              DELIMITED BY SIZE INTO previewrec
             WRITE previewrec
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO alertrec
            STRING "ALERT D " dialid " "
             FUNCTION TRIM(alerttext)
             FUNCTION TRIM(mntuser)
             DELIMITED BY SIZE INTO auditrec
            WRITE auditrec
            WRITE dayauditrec FROM auditrec
            MOVE "INFO " TO excseverity
            MOVE SPACES TO exckey
            STRING "DIAL " mntdial " MAINT"
             DELIMITED BY SIZE INTO excmessage
            PERFORM Writeexception.

      *One OPEN record per dial ahead of the run's maintenance and
      *instructions: the position the dial starts from, restored
      *from state or the default 50.
           Writeopening.
            PERFORM VARYING dialidx FROM 1 BY 1
             UNTIL dialidx > maxdials
             MOVE dposi(dialidx) TO openpos
             MOVE SPACES TO auditrec
             STRING "OPEN D " dialidx " POS " openpos
              DELIMITED BY SIZE INTO auditrec
             WRITE auditrec
             WRITE dayauditrec FROM auditrec
            END-PERFORM.

      *Runs the candidate feed through the same turn and threshold
      *logic as the real run and reports the projection: alarms as
      *they would fire, then each dial's start and projected final
      *position with its land and pass counts. A file problem is a
      *WARN with rc 8 here, never an ERROR - a preview must not
      *page anyone. Rc 4 when any alarm would fire.
           Runpreview.
            PERFORM VARYING dialidx FROM 1 BY 1
             UNTIL dialidx > maxdials
             MOVE dposi(dialidx) TO dstart(dialidx)
            END-PERFORM
            OPEN INPUT inputfile
            IF inputstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "preview feed " FUNCTION TRIM(inputpath)
              " unreadable - status " inputstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT previewfile
            IF previewstatus NOT= "00" THEN
             CLOSE inputfile
             MOVE SPACES TO logmsg
             STRING "preview report " FUNCTION TRIM(previewpath)
              " not writable - status " previewstatus
              DELIMITED BY SIZE INTO logmsg
             MOVE "WARN " TO logsev
             PERFORM Log
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO previewrec
            STRING "PREVIEW " FUNCTION TRIM(inputpath)
             DELIMITED BY SIZE INTO previewrec
            WRITE previewrec
            MOVE SPACES TO previewrec
            IF statestatus = "00" THEN
             STRING "AGAINST STATE " FUNCTION TRIM(statepath)
              DELIMITED BY SIZE INTO previewrec
            ELSE
             STRING "NO DIAL STATE - DIALS START FROM 50"
              DELIMITED BY SIZE INTO previewrec
            END-IF
            WRITE previewrec
            MOVE SPACES TO previewrec
            IF threshloaded = 1 THEN
             STRING "THRESHOLDS " FUNCTION TRIM(threshpath)
              DELIMITED BY SIZE INTO previewrec
            ELSE
             STRING "NO THRESHOLDS - NO ALARMS CAN FIRE"
              DELIMITED BY SIZE INTO previewrec
            END-IF
            WRITE previewrec
            PERFORM Replayheld
            PERFORM UNTIL eof = 1
             READ inputfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               PERFORM Splitdial
               IF dialid >= 1 AND dialid <= maxdials THEN
                PERFORM Checkregistry
                IF regverdict = "A" THEN
                 PERFORM Turndial
                END-IF
               END-IF
            END-PERFORM
            CLOSE inputfile
            PERFORM VARYING dialidx FROM 1 BY 1
             UNTIL dialidx > maxdials
             IF dseen(dialidx) = 1 THEN
              ADD dland(dialidx) TO landcounter
              ADD dpass(dialidx) TO passcounter
              MOVE dialidx TO prvdial
              MOVE dstart(dialidx) TO prvstart
              MOVE dposi(dialidx) TO prvfinal
              MOVE dland(dialidx) TO prvland
              MOVE dpass(dialidx) TO prvpass
              WRITE previewrec FROM prvline
             END-IF
            END-PERFORM
            MOVE SPACES TO previewrec
            STRING "TOTAL LAND " landcounter " PASS " passcounter
             " ALARMS " alertcount " BAD MAGNITUDES " badmagnitudes
             " BAD DIALS " baddials
             DELIMITED BY SIZE INTO previewrec
            WRITE previewrec
            IF regloaded = 1 THEN
             MOVE SPACES TO previewrec
             STRING "REGISTRY REJECTS " rejectcount " HELD "
              heldcount " REPLAYED " replaycount
              DELIMITED BY SIZE INTO previewrec
             WRITE previewrec
            END-IF
            CLOSE previewfile
            CALL "runreg" USING previewpath
            MOVE SPACES TO logmsg
            STRING "preview written to " FUNCTION TRIM(previewpath)
             " - alarms that would fire: " alertcount
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log
            IF alertcount > 0 THEN
             MOVE 4 TO RETURN-CODE
            END-IF.

      *The dial bank keeps turning overnight: when the continuation
      *flag is set, each dial starts from the position it closed at
      *in the previous run instead of pretending it was reset to 50.
      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the day's run.
           Writeexception.
            IF previewflag = "Y" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE reportdate TO excdate
            CALL "excrepo" USING excline excrepopath.

      *Machine-readable outcome of the expected-answer check, one
      *record per run, collected by the driver so a batch that
      *produced wrong answers ends with a nonzero return code.
      *The same outcome is published to the answer master.
           Writecheckstatus.
            MOVE buildid TO checkbuild
            PERFORM Publishparts
            OPEN EXTEND ckfile
            IF ckfstatus NOT= "00" THEN
             OPEN OUTPUT ckfile
             PERFORM Log
            END-IF.

      *The answer master keeps one answer per part: part 1 the
      *land count, part 2 the pass count, each with its own
      *verdict, published as day1-p1 and day1-p2 from the one
      *combined check record, which is left as it was.
           Publishparts.
            MOVE checkline TO combinedcheck
            MOVE "day1-p1" TO checkprogram
            MOVE landcounter TO checkactual
            IF checkexpected NOT= SPACES THEN
             MOVE expectedland TO checkexpected
             IF checkverdict = "MISMATCH"
              AND expectedland = landcounter THEN
              MOVE "MATCH" TO checkverdict
             END-IF
            END-IF
            MOVE SPACES TO pubreport
            STRING FUNCTION TRIM(reportbase1) "_" reportdate ".txt"
             DELIMITED BY SIZE INTO pubreport
            CALL "anspub" USING checkline inputpath pubreport
            MOVE combinedcheck TO checkline
            MOVE "day1-p2" TO checkprogram
            MOVE passcounter TO checkactual
            IF checkexpected NOT= SPACES THEN
             MOVE expectedpass TO checkexpected
             IF checkverdict = "MISMATCH"
              AND expectedpass = passcounter THEN
              MOVE "MATCH" TO checkverdict
             END-IF
            END-IF
            MOVE SPACES TO pubreport
            STRING FUNCTION TRIM(reportbase2) "_" reportdate ".txt"
             DELIMITED BY SIZE INTO pubreport
            CALL "anspub" USING checkline inputpath pubreport
            MOVE combinedcheck TO checkline.

      *Central parameter-file lookup (CALL "config"): one reviewed
      *key=value member per run replaces scattered exported shell
      *variables; an exported variable stays the tie-breaker.
