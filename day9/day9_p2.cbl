               SELECT shardfile ASSIGN TO shardresultpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS shardresultstatus.
               SELECT plotfile ASSIGN TO plotpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS plotstatus.

       DATA DIVISION.
           FILE SECTION.
             FD reportfile.
             01 reportrec PIC X(40).
             FD ckfile.
             01 ckrec PIC X(160).
             FD searchckptfile.
             01 searchckptrec PIC X(80).
             FD tiesfile.
             01 baserec PIC X(80).
             FD shardfile.
             01 shardrec PIC X(80).
             FD plotfile.
             01 plotrec PIC X(210).
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
               02 tila PIC 9(5).
               02 FILLER PIC X(1) VALUE SPACE.
               02 tilb PIC 9(5).
      *Character plot of the accepted coordinates on a fixed page.
      *One scale factor (coordinate units per character cell, the
      *same both ways so shapes keep their proportions) maps the
      *field onto DAY9_P2_PLOTWIDTH x DAY9_P2_PLOTHEIGHT cells.
      *Every point is a *, the winning rectangle is outlined in #
      *and DAY9_P2_PLOTTIES=n outlines the next n ranked ties from
      *the tie report in B, C, D ... Rejected and recycled
      *coordinates are listed under the plot.
             01 plotbase PIC X(250) VALUE SPACES.
             01 plotpath PIC X(250) VALUE SPACES.
             01 plotstatus PIC X(2) VALUE SPACES.
             01 rawplotwidth PIC X(4) VALUE SPACES.
             01 rawplotheight PIC X(4) VALUE SPACES.
             01 rawplotties PIC X(2) VALUE SPACES.
             01 plotwidth PIC 9(3) VALUE 100.
             01 plotheight PIC 9(3) VALUE 50.
             01 plotties PIC 9(1) VALUE 0.
             01 plotminx PIC s9(6) VALUE 0.
             01 plotmaxx PIC s9(6) VALUE 0.
             01 plotminy PIC s9(6) VALUE 0.
             01 plotmaxy PIC s9(6) VALUE 0.
             01 plotspanx PIC 9(7) VALUE 0.
             01 plotspany PIC 9(7) VALUE 0.
             01 plotscale PIC 9(7) VALUE 1.
             01 plotscaley PIC 9(7) VALUE 1.
             01 plotcols PIC 9(3) VALUE 0.
             01 plotrows PIC 9(3) VALUE 0.
             01 plotrow PIC 9(3) VALUE 0.
             01 plotcol PIC 9(3) VALUE 0.
             01 plotr1 PIC 9(3) VALUE 0.
             01 plotr2 PIC 9(3) VALUE 0.
             01 plotc1 PIC 9(3) VALUE 0.
             01 plotc2 PIC 9(3) VALUE 0.
             01 plotx PIC s9(6) VALUE 0.
             01 ploty PIC s9(6) VALUE 0.
             01 plotax PIC s9(6) VALUE 0.
             01 plotay PIC s9(6) VALUE 0.
             01 plotbx PIC s9(6) VALUE 0.
             01 plotby PIC s9(6) VALUE 0.
             01 plotmark PIC X(1) VALUE SPACE.
             01 plotletters PIC X(9) VALUE "BCDEFGHIJ".
             01 plotdrawn PIC 9(1) VALUE 0.
             01 plotlegend PIC 9(1) VALUE 0.
             01 plotptr PIC 9(3) VALUE 1.
             01 plotgrid.
               02 plotline PIC X(200) OCCURS 200 TIMES.
             01 plotrejcount PIC 9(5) VALUE 0.
             01 plotrejtab.
               02 plotrej PIC X(21) OCCURS 500 TIMES.
             01 plotrecycount PIC 9(5) VALUE 0.
             01 plotrecytab.
               02 plotrecy PIC X(12) OCCURS 500 TIMES.
             01 plotidx PIC 9(5) VALUE 0.
             01 cornertext PIC Z(18).
             01 signedcorner PIC -(17)9.
             01 cornersline PIC X(120) VALUE SPACES.
                 03 posiy PIC s9(5) VALUE 0.

       PROCEDURE DIVISION.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT runid FROM ENVIRONMENT "RUN_ID"
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
           IF rawtiepct NOT= SPACES THEN
            COMPUTE tiepct = FUNCTION NUMVAL(rawtiepct)
           END-IF
           ACCEPT plotbase FROM ENVIRONMENT "DAY9_P2_PLOT"
           IF plotbase = SPACES THEN
            MOVE "DAY9_P2_PLOT" TO confkey
            PERFORM Getconfig
            MOVE confval TO plotbase
           END-IF
           IF plotbase = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day9/p2plot'
             DELIMITED BY SIZE INTO plotbase
           END-IF
           STRING FUNCTION TRIM(plotbase) "_" reportdate ".txt"
            DELIMITED BY SIZE INTO plotpath
           ACCEPT rawplotwidth FROM ENVIRONMENT "DAY9_P2_PLOTWIDTH"
           IF rawplotwidth = SPACES THEN
            MOVE "DAY9_P2_PLOTWIDTH" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawplotwidth
           END-IF
           IF rawplotwidth NOT= SPACES THEN
            COMPUTE plotwidth = FUNCTION NUMVAL(rawplotwidth)
           END-IF
           ACCEPT rawplotheight FROM ENVIRONMENT "DAY9_P2_PLOTHEIGHT"
           IF rawplotheight = SPACES THEN
            MOVE "DAY9_P2_PLOTHEIGHT" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawplotheight
           END-IF
           IF rawplotheight NOT= SPACES THEN
            COMPUTE plotheight = FUNCTION NUMVAL(rawplotheight)
           END-IF
           IF plotwidth < 10 OR plotwidth > 200 THEN
            MOVE 100 TO plotwidth
           END-IF
           IF plotheight < 10 OR plotheight > 200 THEN
            MOVE 50 TO plotheight
           END-IF
           ACCEPT rawplotties FROM ENVIRONMENT "DAY9_P2_PLOTTIES"
           IF rawplotties = SPACES THEN
            MOVE "DAY9_P2_PLOTTIES" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawplotties
           END-IF
           IF rawplotties NOT= SPACES THEN
            COMPUTE plotties = FUNCTION NUMVAL(rawplotties)
           END-IF
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
                  DELIMITED BY SIZE INTO exckey
                 MOVE "coordinate out of range" TO excmessage
                 PERFORM Writeexception
                 IF plotrejcount < 500 THEN
                   ADD 1 TO plotrejcount
                   MOVE SPACES TO plotrej(plotrejcount)
                   STRING FUNCTION TRIM(rawx) "," FUNCTION TRIM(rawy)
                    DELIMITED BY SIZE INTO plotrej(plotrejcount)
                 END-IF
               ELSE
                 ADD 1 TO cnt
                 IF cnt > 20000 THEN
           WRITE cornersrec
           CLOSE sortedfile
           PERFORM Writeties
           PERFORM Writeplot
           OPEN EXTEND reportfile
           IF reportstatus NOT= "00" THEN
            OPEN OUTPUT reportfile
             INTO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO reportrec
           WRITE reportrec
           MOVE searchmode TO evlmode
           MOVE rectevals TO evlevals
           WRITE reportrec FROM evalsline
            MOVE "INFO " TO logsev
            PERFORM Log.

      *The plotted map: header with the scale and page extents and
      *a legend, the framed character plot, then the rejected and
      *recycled coordinates behind it.
           Writeplot.
            OPEN OUTPUT plotfile
            MOVE "plotfile" TO errfile
            MOVE plotstatus TO errstatus
            PERFORM Checkstatus
            MOVE SPACES TO plotrec
            STRING "==== DAY9 COORDINATE PLOT " reportdate " ===="
             DELIMITED BY SIZE INTO plotrec
            WRITE plotrec
            IF runid NOT= SPACES THEN
             MOVE SPACES TO plotrec
             STRING "RUNID " runid DELIMITED BY SIZE INTO plotrec
             WRITE plotrec
            END-IF
            IF cnt = 0 THEN
             MOVE "NO ACCEPTED COORDINATES - NOTHING TO PLOT"
              TO plotrec
             WRITE plotrec
             PERFORM Plotrejects
             CLOSE plotfile
             CALL "runreg" USING plotpath
             EXIT PARAGRAPH
            END-IF
            MOVE posix(1) TO plotminx plotmaxx
            MOVE posiy(1) TO plotminy plotmaxy
            PERFORM VARYING idx FROM 2 BY 1 UNTIL idx > cnt
             IF posix(idx) < plotminx THEN
              MOVE posix(idx) TO plotminx
             END-IF
             IF posix(idx) > plotmaxx THEN
              MOVE posix(idx) TO plotmaxx
             END-IF
             IF posiy(idx) < plotminy THEN
              MOVE posiy(idx) TO plotminy
             END-IF
             IF posiy(idx) > plotmaxy THEN
              MOVE posiy(idx) TO plotmaxy
             END-IF
            END-PERFORM
            COMPUTE plotspanx = plotmaxx - plotminx + 1
            COMPUTE plotspany = plotmaxy - plotminy + 1
            DIVIDE plotwidth INTO plotspanx GIVING plotscale
            IF plotscale * plotwidth < plotspanx THEN
             ADD 1 TO plotscale
            END-IF
            DIVIDE plotheight INTO plotspany GIVING plotscaley
            IF plotscaley * plotheight < plotspany THEN
             ADD 1 TO plotscaley
            END-IF
            IF plotscaley > plotscale THEN
             MOVE plotscaley TO plotscale
            END-IF
            IF plotscale = 0 THEN
             MOVE 1 TO plotscale
            END-IF
            COMPUTE plotcols = (plotspanx - 1) / plotscale + 1
            COMPUTE plotrows = (plotspany - 1) / plotscale + 1
            MOVE SPACES TO plotrec
            MOVE 1 TO plotptr
            MOVE plotscale TO logsg1
            MOVE plotwidth TO logsg2
            MOVE plotheight TO logsg3
            STRING "SCALE 1 CELL = " FUNCTION TRIM(logsg1)
             " UNITS   PAGE " FUNCTION TRIM(logsg2) " X "
             FUNCTION TRIM(logsg3)
             DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr
            MOVE plotcols TO logsg2
            MOVE plotrows TO logsg3
            STRING "   USED " FUNCTION TRIM(logsg2) " X "
             FUNCTION TRIM(logsg3)
             DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr
            WRITE plotrec
            MOVE SPACES TO plotrec
            MOVE plotminx TO logsg1
            MOVE plotmaxx TO logsg2
            MOVE 1 TO plotptr
            STRING "X " FUNCTION TRIM(logsg1) " TO "
             FUNCTION TRIM(logsg2) " LEFT TO RIGHT"
             DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr
            MOVE plotminy TO logsg1
            MOVE plotmaxy TO logsg2
            STRING "   Y " FUNCTION TRIM(logsg1) " TO "
             FUNCTION TRIM(logsg2) " TOP TO BOTTOM"
             DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr
            WRITE plotrec
            MOVE SPACES TO plotrec
            MOVE cnt TO logsg1
            MOVE rejectedrecs TO logsg2
            MOVE recycledrecs TO logsg3
            STRING "POINTS * " FUNCTION TRIM(logsg1)
             "   REJECTED " FUNCTION TRIM(logsg2)
             "   RECYCLED " FUNCTION TRIM(logsg3)
             "   MODE " FUNCTION TRIM(searchmode)
             DELIMITED BY SIZE INTO plotrec
            WRITE plotrec
            PERFORM VARYING plotrow FROM 1 BY 1
             UNTIL plotrow > plotrows
             MOVE SPACES TO plotline(plotrow)
            END-PERFORM
      *Ties first, lowest rank first, so the winner's outline and
      *then the points themselves land on top.
            MOVE 0 TO plotdrawn
            PERFORM VARYING tieidx FROM 1 BY 1
             UNTIL tieidx > tieranked OR plotdrawn >= plotties
             IF NOT (tiearea(tieidx) = rectbiggest
              AND ((tiea(tieidx) = bestidx
               AND tieb(tieidx) = anchoridx)
              OR (tiea(tieidx) = anchoridx
               AND tieb(tieidx) = bestidx))) THEN
              ADD 1 TO plotdrawn
             END-IF
            END-PERFORM
            PERFORM VARYING plotlegend FROM plotdrawn BY -1
             UNTIL plotlegend < 1
             PERFORM Plotfindtie
             MOVE posix(tiea(tieidx)) TO plotax
             MOVE posiy(tiea(tieidx)) TO plotay
             MOVE posix(tieb(tieidx)) TO plotbx
             MOVE posiy(tieb(tieidx)) TO plotby
             MOVE plotletters(plotlegend:1) TO plotmark
             PERFORM Plotrect
            END-PERFORM
            IF rectbiggest > 0 THEN
             MOVE posix(bestidx) TO plotax
             MOVE posiy(bestidx) TO plotay
             MOVE posix(anchoridx) TO plotbx
             MOVE posiy(anchoridx) TO plotby
             MOVE "#" TO plotmark
             PERFORM Plotrect
             MOVE rectbiggest TO tilarea
             MOVE SPACES TO plotrec
             STRING "WINNER # AREA " FUNCTION TRIM(tilarea) " CORNERS "
              DELIMITED BY SIZE INTO plotrec
             PERFORM Plotcorners
             WRITE plotrec
            END-IF
            PERFORM VARYING plotlegend FROM 1 BY 1
             UNTIL plotlegend > plotdrawn
             PERFORM Plotfindtie
             MOVE tiearea(tieidx) TO tilarea
             MOVE tieidx TO tilrank
             MOVE posix(tiea(tieidx)) TO plotax
             MOVE posiy(tiea(tieidx)) TO plotay
             MOVE posix(tieb(tieidx)) TO plotbx
             MOVE posiy(tieb(tieidx)) TO plotby
             MOVE SPACES TO plotrec
             STRING "TIE    " plotletters(plotlegend:1) " AREA "
              FUNCTION TRIM(tilarea) " CORNERS "
              DELIMITED BY SIZE INTO plotrec
             PERFORM Plotcorners
             STRING " RANK " FUNCTION TRIM(tilrank)
              DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr
             WRITE plotrec
            END-PERFORM
            PERFORM VARYING idx FROM 1 BY 1 UNTIL idx > cnt
             MOVE posix(idx) TO plotx
             MOVE posiy(idx) TO ploty
             PERFORM Plotcell
             MOVE "*" TO plotline(plotrow)(plotcol:1)
            END-PERFORM
            MOVE SPACES TO plotrec
            MOVE "+" TO plotrec(1:1)
            MOVE ALL "-" TO plotrec(2:plotcols)
            MOVE "+" TO plotrec(plotcols + 2:1)
            WRITE plotrec
            PERFORM VARYING plotrow FROM 1 BY 1
             UNTIL plotrow > plotrows
             MOVE SPACES TO plotrec
             MOVE "|" TO plotrec(1:1)
             MOVE plotline(plotrow)(1:plotcols) TO plotrec(2:plotcols)
             MOVE "|" TO plotrec(plotcols + 2:1)
             WRITE plotrec
            END-PERFORM
            MOVE SPACES TO plotrec
            MOVE "+" TO plotrec(1:1)
            MOVE ALL "-" TO plotrec(2:plotcols)
            MOVE "+" TO plotrec(plotcols + 2:1)
            WRITE plotrec
            PERFORM Plotrejects
            CLOSE plotfile
            CALL "runreg" USING plotpath.

      *Tie-table position of the plotlegend'th tie that is not the
      *winner itself, left in tieidx.
           Plotfindtie.
            MOVE 0 TO plotidx
            PERFORM VARYING tieidx FROM 1 BY 1
             UNTIL tieidx > tieranked
             IF NOT (tiearea(tieidx) = rectbiggest
              AND ((tiea(tieidx) = bestidx
               AND tieb(tieidx) = anchoridx)
              OR (tiea(tieidx) = anchoridx
               AND tieb(tieidx) = bestidx))) THEN
              ADD 1 TO plotidx
              IF plotidx = plotlegend THEN
               EXIT PERFORM
              END-IF
             END-IF
            END-PERFORM.

      *Appends "(ax,ay)-(bx,by)" to plotrec after its last word.
           Plotcorners.
            MOVE 1 TO plotptr
            INSPECT plotrec TALLYING plotptr
             FOR CHARACTERS BEFORE INITIAL "CORNERS "
            ADD 8 TO plotptr
            MOVE plotax TO signedcorner
            STRING "(" FUNCTION TRIM(signedcorner) ","
             DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr
            MOVE plotay TO signedcorner
            STRING FUNCTION TRIM(signedcorner) ")-("
             DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr
            MOVE plotbx TO signedcorner
            STRING FUNCTION TRIM(signedcorner) ","
             DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr
            MOVE plotby TO signedcorner
            STRING FUNCTION TRIM(signedcorner) ")"
             DELIMITED BY SIZE INTO plotrec WITH POINTER plotptr.

      *Page cell (plotrow, plotcol) of coordinate (plotx, ploty).
           Plotcell.
            COMPUTE plotcol = (plotx - plotminx) / plotscale + 1
            COMPUTE plotrow = (ploty - plotminy) / plotscale + 1.

      *Outlines the rectangle with corners (plotax, plotay) and
      *(plotbx, plotby) in plotmark.
           Plotrect.
            MOVE plotax TO plotx
            MOVE plotay TO ploty
            PERFORM Plotcell
            MOVE plotcol TO plotc1
            MOVE plotrow TO plotr1
            MOVE plotbx TO plotx
            MOVE plotby TO ploty
            PERFORM Plotcell
            MOVE plotcol TO plotc2
            MOVE plotrow TO plotr2
            IF plotc1 > plotc2 THEN
             MOVE plotc1 TO plotcol
             MOVE plotc2 TO plotc1
             MOVE plotcol TO plotc2
            END-IF
            IF plotr1 > plotr2 THEN
             MOVE plotr1 TO plotrow
             MOVE plotr2 TO plotr1
             MOVE plotrow TO plotr2
            END-IF
            PERFORM VARYING plotcol FROM plotc1 BY 1
             UNTIL plotcol > plotc2
             MOVE plotmark TO plotline(plotr1)(plotcol:1)
             MOVE plotmark TO plotline(plotr2)(plotcol:1)
            END-PERFORM
            PERFORM VARYING plotrow FROM plotr1 BY 1
             UNTIL plotrow > plotr2
             MOVE plotmark TO plotline(plotrow)(plotc1:1)
             MOVE plotmark TO plotline(plotrow)(plotc2:1)
            END-PERFORM.

      *The coordinates kept off the plot (out of range, as in the
      *reject file) and those recycled in from the corrections feed.
           Plotrejects.
            MOVE SPACES TO plotrec
            MOVE rejectedrecs TO logsg1
            STRING "REJECTED COORDINATES " FUNCTION TRIM(logsg1)
             DELIMITED BY SIZE INTO plotrec
            WRITE plotrec
            PERFORM VARYING plotidx FROM 1 BY 1
             UNTIL plotidx > plotrejcount
             MOVE SPACES TO plotrec
             STRING "  REJECTED " plotrej(plotidx)
              DELIMITED BY SIZE INTO plotrec
             WRITE plotrec
            END-PERFORM
            IF rejectedrecs > plotrejcount THEN
             MOVE SPACES TO plotrec
             COMPUTE logsg1 = rejectedrecs - plotrejcount
             STRING "  ... " FUNCTION TRIM(logsg1)
              " more in the reject file"
              DELIMITED BY SIZE INTO plotrec
             WRITE plotrec
            END-IF
            MOVE SPACES TO plotrec
            MOVE recycledrecs TO logsg1
            STRING "RECYCLED COORDINATES " FUNCTION TRIM(logsg1)
             DELIMITED BY SIZE INTO plotrec
            WRITE plotrec
            PERFORM VARYING plotidx FROM 1 BY 1
             UNTIL plotidx > plotrecycount
             MOVE SPACES TO plotrec
             STRING "  RECYCLED " plotrecy(plotidx)
              DELIMITED BY SIZE INTO plotrec
             WRITE plotrec
            END-PERFORM
            IF recycledrecs > plotrecycount THEN
             MOVE SPACES TO plotrec
             COMPUTE logsg1 = recycledrecs - plotrecycount
             STRING "  ... " FUNCTION TRIM(logsg1)
              " more in the corrections feed"
              DELIMITED BY SIZE INTO plotrec
             WRITE plotrec
            END-IF.

      *Resumes an interrupted exhaustive pass from its checkpoint.
           Loadsearchckpt.
            MOVE 1 TO startouter
                 MOVE 1 TO feedeof
                NOT AT END
                 ADD 1 TO recycledrecs
                 IF plotrecycount < 500 THEN
                  ADD 1 TO plotrecycount
                  MOVE instruction TO plotrecy(plotrecycount)
                 END-IF
                 PERFORM Releasecoord
               END-READ
              END-PERFORM
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
