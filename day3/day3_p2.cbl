             SELECT marginfile ASSIGN TO marginpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS marginstatus.
             SELECT histfile ASSIGN TO histpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS histstatus.
             SELECT chgfile ASSIGN TO chgpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS chgstatus.

       DATA DIVISION.
           FILE SECTION.
            FD reportfile.
            01 reportrec PIC X(40).
            FD ckfile.
            01 ckrec PIC X(160).
            FD marginfile.
            01 marginrec PIC X(80).
            FD histfile.
            01 histrec PIC X(140).
            FD chgfile.
            01 chgrec PIC X(200).
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
            01 inputpath PIC X(250) VALUE
             02 mglgap PIC ZZ9.99.
             02 FILLER PIC X(1) VALUE "%".
             02 mglflag PIC X(6).
            01 linegap PIC 9(3)V99 VALUE 0.
            01 linetight PIC X(1) VALUE "-".
      *Adapter history: each margin-report line's selection and
      *margin as of the last run, keyed by its line number, so the
      *night's change report can say which lines moved and which
      *were TIGHT before they moved. A rerun on the same report
      *date compares against the run before that date, which each
      *record keeps in its previous fields.
            01 histpath PIC X(250) VALUE SPACES.
            01 histstatus PIC X(2) VALUE SPACES.
            01 chgbase PIC X(250) VALUE SPACES.
            01 chgpath PIC X(250) VALUE SPACES.
            01 chgstatus PIC X(2) VALUE SPACES.
            01 histdate PIC X(8) VALUE SPACES.
            01 histprevdate PIC X(8) VALUE SPACES.
            01 basedate PIC X(8) VALUE SPACES.
            01 hasbase PIC 9(1) VALUE 0.
            01 histtop PIC 9(7) VALUE 0.
            01 histidx PIC 9(7) VALUE 0.
            01 histfull PIC 9(1) VALUE 0.
            01 histtab.
             02 histentry OCCURS 9999 TIMES.
              03 hbsel PIC X(50).
              03 hbgap PIC 9(3)V99.
              03 hbtight PIC X(1).
              03 htsel PIC X(50).
              03 htgap PIC 9(3)V99.
              03 httight PIC X(1).
            01 rawline PIC X(7) VALUE SPACES.
            01 rawsel PIC X(50) VALUE SPACES.
            01 rawgap PIC X(5) VALUE SPACES.
            01 rawtight PIC X(1) VALUE SPACES.
            01 rawpsel PIC X(50) VALUE SPACES.
            01 rawpgap PIC X(5) VALUE SPACES.
            01 rawptight PIC X(1) VALUE SPACES.
            01 gapwork PIC 9(3)V99 VALUE 0.
            01 gapworkx REDEFINES gapwork PIC X(5).
            01 gapedit PIC ZZ9.99.
            01 oldgaptext PIC X(6) VALUE SPACES.
            01 newgaptext PIC X(6) VALUE SPACES.
            01 chgptr PIC 9(3) VALUE 1.
            01 newlines PIC 9(7) VALUE 0.
            01 vanlines PIC 9(7) VALUE 0.
            01 chglines PIC 9(7) VALUE 0.
            01 suspectlines PIC 9(7) VALUE 0.
            01 samelines PIC 9(7) VALUE 0.
            01 chgedline PIC Z(6)9.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
           IF rawmarginpct NOT= SPACES THEN
            COMPUTE marginpct = FUNCTION NUMVAL(rawmarginpct)
           END-IF
           ACCEPT histpath FROM ENVIRONMENT "DAY3_P2_HISTORY"
           IF histpath = SPACES THEN
            MOVE "DAY3_P2_HISTORY" TO confkey
            PERFORM Getconfig
            MOVE confval TO histpath
           END-IF
           IF histpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day3/adapterhistory.txt'
             DELIMITED BY SIZE INTO histpath
           END-IF
           ACCEPT chgbase FROM ENVIRONMENT "DAY3_P2_CHANGES"
           IF chgbase = SPACES THEN
            MOVE "DAY3_P2_CHANGES" TO confkey
            PERFORM Getconfig
            MOVE confval TO chgbase
           END-IF
           IF chgbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day3/selchanges'
             DELIMITED BY SIZE INTO chgbase
           END-IF
           STRING FUNCTION TRIM(chgbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO chgpath
           ACCEPT inputlist FROM ENVIRONMENT "DAY3_P2_INPUTLIST"
           IF inputlist = SPACES THEN
            MOVE "DAY3_P2_INPUTLIST" TO confkey
           OPEN OUTPUT marginfile
           MOVE "marginfile" TO errfile
           MOVE marginstatus TO errstatus
           PERFORM Checkstatus
           PERFORM Loadhistory.
           PERFORM VARYING fileidx FROM 1 BY 1 UNTIL fileidx > numfiles
            MOVE inputfileitem(fileidx) TO inputpath
            MOVE 1 TO posidx
               MOVE posx TO detailposx
               WRITE detailrec FROM detailline
               PERFORM Computemargin
               PERFORM Trackhistory
               END-IF
            END-PERFORM
            CLOSE inputfile
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           PERFORM Log.
           PERFORM Writechanges
           PERFORM Writehistory.
           MOVE SPACES TO logmsg
           STRING "Records skipped as too short: " skippedrecs
            DELIMITED BY SIZE INTO logmsg
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           MOVE total TO reportanswer
           WRITE reportrec FROM reportline
           CLOSE reportfile
      *the adapter lines one corrupted digit could flip.
           Computemargin.
            ADD 1 TO lineno
            MOVE 0 TO linegap
            MOVE "-" TO linetight
            MOVE FUNCTION TRIM(nstr) TO sstr
            COMPUTE slen =
             FUNCTION LENGTH(FUNCTION TRIM(nstr, TRAILING))
               MOVE 0 TO gappct
              END-IF
              MOVE gappct TO mglgap
              MOVE gappct TO linegap
              MOVE "N" TO linetight
              IF gappct < marginpct THEN
               MOVE "T" TO linetight
               MOVE " TIGHT" TO mglflag
               ADD 1 TO tightcount
               MOVE "WARN" TO excseverity
             END-IF
            END-IF.

      *Last run's history as the baseline for tonight's changes.
      *Missing means tonight's run starts the history.
           Loadhistory.
            INITIALIZE histtab
            OPEN INPUT histfile
            IF histstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ histfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF histrec(1:8) = "HISTORY " THEN
                MOVE histrec(9:8) TO histdate
                MOVE histrec(27:8) TO histprevdate
                IF histdate = reportdate THEN
                 MOVE histprevdate TO basedate
                ELSE
                 MOVE histdate TO basedate
                END-IF
               ELSE
                PERFORM Takehistory
               END-IF
             END-READ
            END-PERFORM
            CLOSE histfile
            IF basedate NOT= SPACES THEN
             MOVE 1 TO hasbase
            END-IF.

      *"line|selection|gap|T,N,-|previous selection|gap|flag";
      *an empty selection means the line was not there that run.
           Takehistory.
            MOVE SPACES TO rawline rawsel rawgap rawtight
             rawpsel rawpgap rawptight
            UNSTRING histrec DELIMITED BY "|"
             INTO rawline rawsel rawgap rawtight
             rawpsel rawpgap rawptight
            IF rawline IS NOT NUMERIC THEN
             EXIT PARAGRAPH
            END-IF
            MOVE rawline TO histidx
            IF histidx < 1 OR histidx > 9999 THEN
             EXIT PARAGRAPH
            END-IF
            IF histdate = reportdate THEN
             MOVE rawpsel TO rawsel
             MOVE rawpgap TO rawgap
             MOVE rawptight TO rawtight
            END-IF
            IF rawsel = SPACES THEN
             EXIT PARAGRAPH
            END-IF
            MOVE rawsel TO hbsel(histidx)
            MOVE rawtight TO hbtight(histidx)
            MOVE rawgap TO gapworkx
            IF gapworkx IS NUMERIC THEN
             MOVE gapwork TO hbgap(histidx)
            END-IF
            IF histidx > histtop THEN
             MOVE histidx TO histtop
            END-IF.

      *Tonight's selection and margin for the current line.
           Trackhistory.
            IF lineno > 9999 THEN
             IF histfull = 0 THEN
              MOVE 1 TO histfull
              MOVE SPACES TO logmsg
              STRING "adapter history holds 9999 lines - "
               "later lines not tracked"
               DELIMITED BY SIZE INTO logmsg
              MOVE "WARN " TO logsev
              PERFORM Log
             END-IF
             EXIT PARAGRAPH
            END-IF
            MOVE posx(1:nbatts) TO htsel(lineno)
            MOVE linegap TO htgap(lineno)
            MOVE linetight TO httight(lineno)
            IF lineno > histtop THEN
             MOVE lineno TO histtop
            END-IF.

      *Day-over-day change report: new lines, vanished lines, and
      *lines whose selection changed with old and new values. A
      *changed line that was TIGHT on the baseline is SUSPECT - a
      *corrupted digit flips exactly those - and is raised to the
      *exception repository.
           Writechanges.
            OPEN OUTPUT chgfile
            MOVE "chgfile" TO errfile
            MOVE chgstatus TO errstatus
            PERFORM Checkstatus
            MOVE SPACES TO chgrec
            IF hasbase = 1 THEN
             STRING "==== DAY3 SELECTION CHANGES " reportdate
              " AGAINST " basedate " ===="
              DELIMITED BY SIZE INTO chgrec
            ELSE
             STRING "==== DAY3 SELECTION CHANGES " reportdate
              " - NO EARLIER HISTORY, BASELINE TAKEN ===="
              DELIMITED BY SIZE INTO chgrec
            END-IF
            WRITE chgrec
            IF hasbase = 1 THEN
             PERFORM VARYING histidx FROM 1 BY 1
              UNTIL histidx > histtop
              PERFORM Comparehistory
             END-PERFORM
            END-IF
            MOVE SPACES TO chgrec
            STRING "TOTAL NEW " newlines " VANISHED " vanlines
             " CHANGED " chglines " SUSPECT " suspectlines
             " UNCHANGED " samelines
             DELIMITED BY SIZE INTO chgrec
            WRITE chgrec
            CLOSE chgfile
            CALL "runreg" USING chgpath
            MOVE SPACES TO logmsg
            STRING "selection changes new " newlines " vanished "
             vanlines " changed " chglines " suspect " suspectlines
             DELIMITED BY SIZE INTO logmsg
            IF suspectlines > 0 THEN
             MOVE "WARN " TO logsev
            ELSE
             MOVE "INFO " TO logsev
            END-IF
            PERFORM Log.

           Comparehistory.
            MOVE histidx TO chgedline
            MOVE SPACES TO chgrec
            MOVE 1 TO chgptr
            EVALUATE TRUE
             WHEN hbsel(histidx) = SPACES
              AND htsel(histidx) = SPACES
              CONTINUE
             WHEN hbsel(histidx) = SPACES
              ADD 1 TO newlines
              STRING "NEW       LINE " chgedline " SELECTION "
               FUNCTION TRIM(htsel(histidx))
               DELIMITED BY SIZE INTO chgrec WITH POINTER chgptr
              WRITE chgrec
             WHEN htsel(histidx) = SPACES
              ADD 1 TO vanlines
              STRING "VANISHED  LINE " chgedline " SELECTION "
               FUNCTION TRIM(hbsel(histidx))
               DELIMITED BY SIZE INTO chgrec WITH POINTER chgptr
              WRITE chgrec
             WHEN hbsel(histidx) = htsel(histidx)
              ADD 1 TO samelines
             WHEN OTHER
              ADD 1 TO chglines
              MOVE "n/a" TO oldgaptext newgaptext
              IF hbtight(histidx) NOT= "-" THEN
               MOVE hbgap(histidx) TO gapedit
               MOVE gapedit TO oldgaptext
              END-IF
              IF httight(histidx) NOT= "-" THEN
               MOVE htgap(histidx) TO gapedit
               MOVE gapedit TO newgaptext
              END-IF
              STRING "CHANGED   LINE " chgedline " OLD "
               FUNCTION TRIM(hbsel(histidx)) " GAP "
               FUNCTION TRIM(oldgaptext) " NEW "
               FUNCTION TRIM(htsel(histidx)) " GAP "
               FUNCTION TRIM(newgaptext)
               DELIMITED BY SIZE INTO chgrec WITH POINTER chgptr
              IF hbtight(histidx) = "T" THEN
               ADD 1 TO suspectlines
               STRING " SUSPECT - TIGHT ON " basedate
                DELIMITED BY SIZE INTO chgrec WITH POINTER chgptr
               MOVE "WARN" TO excseverity
               MOVE SPACES TO exckey
               STRING "LINE " FUNCTION TRIM(chgedline)
                DELIMITED BY SIZE INTO exckey
               MOVE SPACES TO excmessage
               STRING "selection flipped, TIGHT on " basedate
                " - corrupted digit?"
                DELIMITED BY SIZE INTO excmessage
               PERFORM Writeexception
              END-IF
              WRITE chgrec
            END-EVALUATE.

      *Tonight's selections become the history; the baseline they
      *were compared with is kept as the previous fields so a rerun
      *tonight compares against the same run again.
           Writehistory.
            OPEN OUTPUT histfile
            MOVE "histfile" TO errfile
            MOVE histstatus TO errstatus
            PERFORM Checkstatus
            MOVE SPACES TO histrec
            STRING "HISTORY " reportdate " PREVIOUS " basedate
             DELIMITED BY SIZE INTO histrec
            WRITE histrec
            PERFORM VARYING histidx FROM 1 BY 1
             UNTIL histidx > histtop
             IF hbsel(histidx) NOT= SPACES
              OR htsel(histidx) NOT= SPACES THEN
              MOVE histidx TO rawline
              MOVE SPACES TO histrec
              MOVE 1 TO chgptr
              STRING rawline "|" FUNCTION TRIM(htsel(histidx)) "|"
               DELIMITED BY SIZE INTO histrec WITH POINTER chgptr
              IF htsel(histidx) NOT= SPACES THEN
               MOVE htgap(histidx) TO gapwork
               STRING gapworkx "|" httight(histidx)
                DELIMITED BY SIZE INTO histrec WITH POINTER chgptr
              ELSE
               STRING "|"
                DELIMITED BY SIZE INTO histrec WITH POINTER chgptr
              END-IF
              STRING "|" FUNCTION TRIM(hbsel(histidx)) "|"
               DELIMITED BY SIZE INTO histrec WITH POINTER chgptr
              IF hbsel(histidx) NOT= SPACES THEN
               MOVE hbgap(histidx) TO gapwork
               STRING gapworkx "|" hbtight(histidx)
                DELIMITED BY SIZE INTO histrec WITH POINTER chgptr
              ELSE
               STRING "|"
                DELIMITED BY SIZE INTO histrec WITH POINTER chgptr
              END-IF
              WRITE histrec
             END-IF
            END-PERFORM
            CLOSE histfile
            CALL "runreg" USING histpath.

      *Plain optimal pick of the largest nbatts-digit in-order
      *selection: take the biggest digit whose window still leaves
      *room for the rest, leftmost on ties. Positions are kept so
      *Machine-readable outcome of the expected-answer check, one
      *record per run, collected by the driver so a batch that
      *produced wrong answers ends with a nonzero return code.
      *The same outcome is published to the answer master.
           Writecheckstatus.
            MOVE buildid TO checkbuild
            CALL "anspub" USING checkline expinputpath reportpath
            OPEN EXTEND ckfile
            IF ckfstatus NOT= "00" THEN
             OPEN OUTPUT ckfile
