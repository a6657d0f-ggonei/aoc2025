            FD parsedfile.
            01 parsedrec PIC X(60).
            FD ckfile.
            01 ckrec PIC X(160).
            FD masterfile.
            01 masterrec PIC X(80).
            FD deltafile.
            01 deltarec PIC X(120).
            FD txnauditfile.
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
             02 rjrecord PIC X(100).
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
      *Feed-quality ledger (feedqual): the feed's records received
      *and each malformed or inverted range under its reason code,
      *for the monthly supplier scorecard.
            01 fqop PIC X(4) VALUE SPACES.
            01 feedrecs PIC 9(8) VALUE 0.
            COPY feedrec.
            01 expectedpath PIC X(250) VALUE
             '/Users/georgeoneill/ess-dmsc/aoc2025/day5/p1expected.txt'.
            01 inputstatus PIC X(2) VALUE SPACES.
            01 masterheader.
             02 FILLER PIC X(6) VALUE "COUNT ".
             02 mhcount PIC 9(4).
             02 FILLER PIC X(8) VALUE " CLOSED ".
             02 mhclosed PIC 9(4).
            01 masterline.
             02 mllabel PIC X(20).
             02 FILLER PIC X(1) VALUE "|".
             02 mlmin PIC 9(18).
             02 FILLER PIC X(1) VALUE "|".
             02 mlmax PIC 9(18).
             02 FILLER PIC X(1) VALUE "|".
             02 mlfrom PIC X(8).
             02 FILLER PIC X(1) VALUE "|".
             02 mlto PIC X(8).
      *Range versions: every master record carries the date it took
      *effect and the date it was closed (99991231 while current),
      *so a DELETE or REPLACE - or a range missing from the weekly
      *full feed - closes a version instead of overwriting it and
      *the master can be read back as of any date. COUNT in the
      *header is the current versions, CLOSED the retained history;
      *a record from before versioning reads as current since
      *00000000.
            01 opendate PIC X(8) VALUE "99991231".
            01 rangefroms.
             02 rangefrom PIC X(8) OCCURS 9999 TIMES.
            01 histcount PIC 9(4) VALUE 0.
            01 histexpect PIC 9(4) VALUE 0.
            01 histtab.
             02 histrec PIC X(76) OCCURS 9999 TIMES.
            01 loadtarget PIC X(1) VALUE "T".
            01 priorcount PIC 9(4) VALUE 0.
            01 prioridx PIC 9(4) VALUE 0.
            01 priortab.
             02 priorentry OCCURS 9999 TIMES.
              03 priorlabel PIC X(20).
              03 priormin PIC 9(18).
              03 priormax PIC 9(18).
              03 priorfrom PIC X(8).
              03 priormatched PIC 9(1).

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
            PERFORM Applydeltas
            PERFORM Runqueries
           ELSE
            PERFORM Loadprior
            OPEN INPUT inputfile
            MOVE "inputfile" TO errfile
            MOVE inputstatus TO errstatus
                ADD 1 TO section2
                MOVE validcount TO numitems
               ELSE
                ADD 1 TO feedrecs
                IF section2 = 0 THEN
                 PERFORM Validaterange
                ELSE
               END-IF
            END-PERFORM
            CLOSE inputfile
            PERFORM Writefeednight
           END-IF
           CLOSE rejectfile.
           PERFORM Savemaster.
             STOP RUN
            END-IF
            COMPUTE masterexpect = FUNCTION NUMVAL(masterrec(7:4))
            MOVE 0 TO histexpect
            IF masterrec(11:8) = " CLOSED " THEN
             COMPUTE histexpect = FUNCTION NUMVAL(masterrec(19:4))
            END-IF
            MOVE "T" TO loadtarget
            PERFORM UNTIL mastereof = 1
             READ masterfile INTO masterrec
              AT END
               MOVE 1 TO mastereof
              NOT AT END
               PERFORM Takemasterrec
             END-READ
            END-PERFORM
            CLOSE masterfile
            IF validcount NOT= masterexpect
             OR histcount NOT= histexpect THEN
             MOVE SPACES TO logmsg
             STRING "master header count disagrees with records - "
              "master corrupt"
            MOVE "INFO " TO logsev
            PERFORM Log.

      *One master record: a closed version goes to the retained
      *history as it stands; a current one joins the range table
      *(transaction mode) or the prior set the full feed is dated
      *against.
           Takemasterrec.
            IF masterrec(59:1) = "|"
             AND masterrec(69:8) NOT= opendate THEN
             IF histcount >= 9999 THEN
              MOVE SPACES TO logmsg
              STRING "too many closed versions in master - "
               "limit is 9999"
               DELIMITED BY SIZE INTO logmsg
              MOVE "ERROR" TO logsev
              PERFORM Log
              STOP RUN
             END-IF
             ADD 1 TO histcount
             MOVE masterrec(1:76) TO histrec(histcount)
            ELSE
             IF loadtarget = "T" THEN
              IF validcount >= 9999 THEN
               MOVE SPACES TO logmsg
               STRING "too many ranges in master - limit is 9999"
                DELIMITED BY SIZE INTO logmsg
               MOVE "ERROR" TO logsev
               PERFORM Log
               STOP RUN
              END-IF
              ADD 1 TO validcount
              MOVE masterrec(1:20) TO rangelabel(validcount)
              COMPUTE rangemin(validcount) =
               FUNCTION NUMVAL(masterrec(22:18))
              COMPUTE rangemax(validcount) =
               FUNCTION NUMVAL(masterrec(41:18))
              MOVE "00000000" TO rangefrom(validcount)
              IF masterrec(59:1) = "|" THEN
               MOVE masterrec(60:8) TO rangefrom(validcount)
              END-IF
             ELSE
              IF priorcount < 9999 THEN
               ADD 1 TO priorcount
               MOVE masterrec(1:20) TO priorlabel(priorcount)
               COMPUTE priormin(priorcount) =
                FUNCTION NUMVAL(masterrec(22:18))
               COMPUTE priormax(priorcount) =
                FUNCTION NUMVAL(masterrec(41:18))
               MOVE 0 TO priormatched(priorcount)
               MOVE "00000000" TO priorfrom(priorcount)
               IF masterrec(59:1) = "|" THEN
                MOVE masterrec(60:8) TO priorfrom(priorcount)
               END-IF
              END-IF
             END-IF
            END-IF.

      *The full feed rebuilds the current ranges from scratch, so
      *the existing master is read first purely for its dates: a
      *range the feed still carries keeps its effective-from, and
      *one it no longer carries is closed as of today. No master
      *yet is not an error - history simply starts with this run.
           Loadprior.
            OPEN INPUT masterfile
            IF masterstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             STRING "no range master at " FUNCTION TRIM(masterpath)
              " - range history starts today"
              DELIMITED BY SIZE INTO logmsg
             MOVE "INFO " TO logsev
             PERFORM Log
            ELSE
             MOVE "P" TO loadtarget
             MOVE 0 TO mastereof
             READ masterfile INTO masterrec
              AT END
               MOVE 1 TO mastereof
             END-READ
             PERFORM UNTIL mastereof = 1
              READ masterfile INTO masterrec
               AT END
                MOVE 1 TO mastereof
               NOT AT END
                PERFORM Takemasterrec
              END-READ
             END-PERFORM
             CLOSE masterfile
            END-IF.

      *Dates the freshly parsed full feed against the prior master:
      *each range takes the effective-from of a matching current
      *version (same label and span) or today's date if it is new,
      *and every prior version left unmatched is closed today.
           Datefullfeed.
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > validcount
             MOVE rundate TO rangefrom(idx)
             PERFORM VARYING prioridx FROM 1 BY 1
              UNTIL prioridx > priorcount
              IF priormatched(prioridx) = 0
               AND priorlabel(prioridx) = rangelabel(idx)
               AND priormin(prioridx) = rangemin(idx)
               AND priormax(prioridx) = rangemax(idx) THEN
               MOVE 1 TO priormatched(prioridx)
               MOVE priorfrom(prioridx) TO rangefrom(idx)
               EXIT PERFORM
              END-IF
             END-PERFORM
            END-PERFORM
            PERFORM VARYING prioridx FROM 1 BY 1
             UNTIL prioridx > priorcount
             IF priormatched(prioridx) = 0 THEN
              MOVE priorlabel(prioridx) TO mllabel
              MOVE priormin(prioridx) TO mlmin
              MOVE priormax(prioridx) TO mlmax
              MOVE priorfrom(prioridx) TO mlfrom
              PERFORM Closeversion
             END-IF
            END-PERFORM.

      *Retains one closed version (masterline already holds its
      *label, span and effective-from) with today as effective-to.
           Closeversion.
            IF histcount >= 9999 THEN
             MOVE SPACES TO logmsg
             STRING "too many closed versions in master - "
              "limit is 9999"
              DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
             STOP RUN
            END-IF
            MOVE rundate TO mlto
            ADD 1 TO histcount
            MOVE masterline TO histrec(histcount).

      *Rewrites the range master from the settled range table, so
      *the weekly full feed trues it up and the nightly delta run
      *rolls it forward; closed versions are carried along.
           Savemaster.
            IF runmode NOT= "TXN " AND runmode NOT= "TXN" THEN
             PERFORM Datefullfeed
            END-IF
            OPEN OUTPUT masterfile
            IF masterstatus NOT= "00" THEN
             MOVE SPACES TO logmsg
             PERFORM Log
            ELSE
             MOVE validcount TO mhcount
             MOVE histcount TO mhclosed
             WRITE masterrec FROM masterheader
             PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > validcount
              MOVE rangelabel(idx) TO mllabel
              MOVE rangemin(idx) TO mlmin
              MOVE rangemax(idx) TO mlmax
              MOVE rangefrom(idx) TO mlfrom
              MOVE opendate TO mlto
              WRITE masterrec FROM masterline
             END-PERFORM
             PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > histcount
              MOVE histrec(idx) TO masterrec
              WRITE masterrec
             END-PERFORM
             CLOSE masterfile
             CALL "runreg" USING masterpath
            END-IF.
                 MOVE txlabel TO rangelabel(validcount)
                 MOVE txmin TO rangemin(validcount)
                 MOVE txmax TO rangemax(validcount)
                 MOVE rundate TO rangefrom(validcount)
                END-IF
               END-IF
              END-IF
               IF txmatch = 0 THEN
                MOVE "NOT FOUND" TO txreason
               ELSE
                PERFORM Closematch
                PERFORM VARYING txidx FROM txmatch BY 1
                 UNTIL txidx >= validcount
                 MOVE rangelabel(txidx + 1) TO rangelabel(txidx)
                 MOVE rangemin(txidx + 1) TO rangemin(txidx)
                 MOVE rangemax(txidx + 1) TO rangemax(txidx)
                 MOVE rangefrom(txidx + 1) TO rangefrom(txidx)
                END-PERFORM
                SUBTRACT 1 FROM validcount
               END-IF
                 IF txnewmin > txnewmax THEN
                  MOVE "INVERTED" TO txreason
                 ELSE
                  PERFORM Closematch
                  MOVE txnewmin TO rangemin(txmatch)
                  MOVE txnewmax TO rangemax(txmatch)
                  MOVE rundate TO rangefrom(txmatch)
                 END-IF
                END-IF
               END-IF
             END-IF
            END-PERFORM.

      *Closes the current version a DELETE or REPLACE matched.
           Closematch.
            MOVE rangelabel(txmatch) TO mllabel
            MOVE rangemin(txmatch) TO mlmin
            MOVE rangemax(txmatch) TO mlmax
            MOVE rangefrom(txmatch) TO mlfrom
            PERFORM Closeversion.

      *One audit-trail record per transaction, APPLIED or REJECTED.
           Audittxn.
            MOVE SPACES TO txnauditrec
             STRING "bad ID range - " FUNCTION TRIM(badreason)
              DELIMITED BY SIZE INTO excmessage
             PERFORM Writeexception
             MOVE badreason TO fqreason
             MOVE 1 TO fqrejected
             MOVE "RJCT" TO fqop
             CALL "feedqual" USING fqop feedline
            END-IF.

      *The night's figures for the day5 feed.
           Writefeednight.
            MOVE rundate TO fqdate
            MOVE "day5" TO fqfeed
            MOVE "day5-p1" TO fqprogram
            MOVE feedrecs TO fqreceived
            MOVE rejectcount TO fqrejected
            MOVE 0 TO fqrecycled
            MOVE 0 TO fqquarant
            MOVE SPACES TO fqreason
            MOVE "NGHT" TO fqop
            CALL "feedqual" USING fqop feedline.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the day's run.
           Writeexception.
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
