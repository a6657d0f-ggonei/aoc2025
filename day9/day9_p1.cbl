             FD reportfile.
             01 reportrec PIC X(40).
             FD ckfile.
             01 ckrec PIC X(160).
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
             01 excrepopath PIC X(250) VALUE SPACES.
             COPY excrec.
      *Feed-quality ledger (feedqual): the coordinates received,
      *those rejected as out of range and the corrected ones
      *recycled, for the monthly supplier scorecard. The day9 feed
      *is scored here, by part 1.
             01 fqop PIC X(4) VALUE SPACES.
             01 feedrecs PIC 9(8) VALUE 0.
             COPY feedrec.
             01 inputpath PIC X(250) VALUE
              '/Users/georgeoneill/ess-dmsc/aoc2025/day9/input'.
             01 outputpath PIC X(250) VALUE
                 03 posiy PIC s9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
             AT END
               ADD 1 TO eofile
             NOT AT END
               ADD 1 TO feedrecs
               UNSTRING instructions DELIMITED BY "," INTO
                 rawx
                 rawy
                  DELIMITED BY SIZE INTO exckey
                 MOVE "coordinate out of range" TO excmessage
                 PERFORM Writeexception
                 MOVE "OUT OF RANGE" TO fqreason
                 MOVE 1 TO fqrejected
                 MOVE "RJCT" TO fqop
                 CALL "feedqual" USING fqop feedline
               ELSE
                 ADD 1 TO cnt
                 IF cnt > 20000 THEN
           END-PERFORM.
           CLOSE sortedfile.
           CLOSE rejectfile.
           PERFORM Writefeednight
           MOVE SPACES TO logmsg
           STRING "Coordinates rejected as out-of-range: " rejectedrecs
            DELIMITED BY SIZE INTO logmsg
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           IF recycledrecs > 0 THEN
            MOVE recycledrecs TO rcycount
            WRITE reportrec FROM recycledline
            MOVE reportdate TO excdate
            CALL "excrepo" USING excline excrepopath.

      *The night's figures for the day9 feed: the corrections merged
      *in are counted as recycled, not received.
           Writefeednight.
            MOVE reportdate TO fqdate
            MOVE "day9" TO fqfeed
            MOVE "day9-p1" TO fqprogram
            COMPUTE fqreceived = feedrecs - recycledrecs
            MOVE rejectedrecs TO fqrejected
            MOVE recycledrecs TO fqrecycled
            MOVE 0 TO fqquarant
            MOVE SPACES TO fqreason
            MOVE "NGHT" TO fqop
            CALL "feedqual" USING fqop feedline.

      *Releases every raw coordinate with signed numeric sort keys
      *unpacked from the text. A corrections feed (fixed versions of
      *previously rejected coordinates) is merged in before the sort
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
