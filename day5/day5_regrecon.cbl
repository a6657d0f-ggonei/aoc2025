       IDENTIFICATION DIVISION.
       PROGRAM-ID. day5-regrecon.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT registerfile ASSIGN TO registerpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS registerstatus.
             SELECT rangesfile ASSIGN TO rangespath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS rangesstatus.
             SELECT regreconfile ASSIGN TO regreconpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS regreconstatus.

       DATA DIVISION.
           FILE SECTION.
            FD registerfile.
            01 registerrec PIC X(120).
            FD rangesfile.
            01 rangesrec PIC X(120).
            FD regreconfile.
            01 regreconrec PIC X(160).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
      *Build identifier - this program's compile stamp. It heads
      *the report and is exported as PROGRAM_BUILD so runreg
      *stamps every artifact the run registers with it.
            01 buildid PIC X(14) VALUE SPACES.
            01 rundate PIC X(8) VALUE SPACES.
            01 errfile PIC X(30) VALUE SPACES.
            01 errstatus PIC X(2) VALUE SPACES.
            01 excrepopath PIC X(250) VALUE SPACES.
            COPY excrec.
            01 registerpath PIC X(250) VALUE SPACES.
            01 registerstatus PIC X(2) VALUE SPACES.
            01 rangespath PIC X(250) VALUE SPACES.
            01 rangesstatus PIC X(2) VALUE SPACES.
            01 regreconpath PIC X(250) VALUE SPACES.
            01 regreconstatus PIC X(2) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
      *The allocation team's register extract: one issued block
      *per "label:min-max" record, sorted into ID order here. Each
      *block accumulates the IDs day5 covers and the covered IDs
      *whose covering range does not carry the block's label.
            01 regcount PIC 9(4) VALUE 0.
            01 regidx PIC 9(4) VALUE 0.
            01 regtab.
             02 regentry OCCURS 9999 TIMES.
              03 regmin PIC 9(18) VALUE 999999999999999999.
              03 regmax PIC 9(18) VALUE 0.
              03 reglabel PIC X(20) VALUE SPACES.
              03 regcovered PIC 9(18) VALUE 0.
              03 regdiff PIC 9(18) VALUE 0.
              03 regdifflabels PIC X(60) VALUE SPACES.
            01 rawlabel PIC X(20) VALUE SPACES.
            01 rangebody PIC X(100) VALUE SPACES.
            01 rawmin PIC X(20) VALUE SPACES.
            01 rawmax PIC X(20) VALUE SPACES.
            01 badreason PIC X(9) VALUE SPACES.
      *day5-p2's merged, labelled ranges - disjoint, sorted into ID
      *order here - each with the IDs some register block claims.
            01 mrgcount PIC 9(4) VALUE 0.
            01 mrgidx PIC 9(4) VALUE 0.
            01 mrgstart PIC 9(4) VALUE 1.
            01 mrgtab.
             02 mrgentry OCCURS 9999 TIMES.
              03 mrgmin PIC 9(18) VALUE 999999999999999999.
              03 mrgmax PIC 9(18) VALUE 0.
              03 mrglabels PIC X(60) VALUE SPACES.
              03 mrgregd PIC 9(18) VALUE 0.
      *The register blocks folded into disjoint spans, so IDs two
      *overlapping blocks both claim are counted once against the
      *merged ranges.
            01 unicount PIC 9(4) VALUE 0.
            01 uniidx PIC 9(4) VALUE 0.
            01 unistart PIC 9(4) VALUE 1.
            01 unitab.
             02 unientry OCCURS 9999 TIMES.
              03 unimin PIC 9(18).
              03 unimax PIC 9(18).
            01 ovmin PIC 9(18) VALUE 0.
            01 ovmax PIC 9(18) VALUE 0.
            01 ovids PIC 9(18) VALUE 0.
            01 width PIC 9(18) VALUE 0.
            01 labeltok PIC X(20) VALUE SPACES.
            01 labelptr PIC 9(3) VALUE 1.
            01 labelfound PIC 9(1) VALUE 0.
      *Per-label summary: register blocks and IDs, the IDs of them
      *day5 covers, covered IDs nobody registered, and breaks.
            01 labcount PIC 9(3) VALUE 0.
            01 labix PIC 9(3) VALUE 0.
            01 labname PIC X(20) VALUE SPACES.
            01 labtab.
             02 labentry OCCURS 100 TIMES.
              03 labkey PIC X(20).
              03 labblocks PIC 9(4).
              03 labregids PIC 9(18).
              03 labcovids PIC 9(18).
              03 labunregids PIC 9(18).
              03 labbreaks PIC 9(4).
      *Breaks by kind, and the tolerance the batch allows before
      *the job fails.
            01 breaks PIC 9(6) VALUE 0.
            01 uncoveredbreaks PIC 9(6) VALUE 0.
            01 partialbreaks PIC 9(6) VALUE 0.
            01 labelbreaks PIC 9(6) VALUE 0.
            01 unregbreaks PIC 9(6) VALUE 0.
            01 badbreaks PIC 9(6) VALUE 0.
            01 rawtolerance PIC X(6) VALUE SPACES.
            01 tolerance PIC 9(6) VALUE 0.
            01 breakline.
             02 blkind PIC X(13).
             02 bllabel PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 blmin PIC Z(17)9.
             02 FILLER PIC X(3) VALUE " - ".
             02 blmax PIC Z(17)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 bldetail PIC X(80).
            01 labelline.
             02 FILLER PIC X(6) VALUE "LABEL ".
             02 lllabel PIC X(20).
             02 FILLER PIC X(8) VALUE " BLOCKS ".
             02 llblocks PIC Z(3)9.
             02 FILLER PIC X(12) VALUE " REGISTERED ".
             02 llregids PIC Z(17)9.
             02 FILLER PIC X(9) VALUE " COVERED ".
             02 llcovids PIC Z(17)9.
             02 FILLER PIC X(14) VALUE " UNREGISTERED ".
             02 llunregids PIC Z(17)9.
             02 FILLER PIC X(8) VALUE " BREAKS ".
             02 llbreaks PIC Z(3)9.
            01 edids PIC Z(17)9.
            01 edwidth PIC Z(17)9.

       PROCEDURE DIVISION.
      *Register reconciliation: the allocation team's register of
      *issued ID blocks against day5-p2's merged, labelled ranges.
      *Breaks are register blocks nothing covers, blocks only partly
      *covered, covered IDs under a different label than the
      *register's, and covered IDs with no register entry, with a
      *per-label summary. More breaks than the tolerance fails the
      *job (rc 8), so the batch stops treating drift as normal.
           MOVE FUNCTION WHEN-COMPILED(1:14) TO buildid
           DISPLAY "PROGRAM_BUILD" UPON ENVIRONMENT-NAME
           DISPLAY buildid UPON ENVIRONMENT-VALUE
           ACCEPT batchyear FROM ENVIRONMENT "AOC_YEAR"
           IF batchyear = SPACES THEN
            MOVE "aoc2025" TO batchyear
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO rundate
           ACCEPT excrepopath FROM ENVIRONMENT "EXCEPTIONS_REPO"
           IF excrepopath = SPACES THEN
            MOVE "EXCEPTIONS_REPO" TO confkey
            PERFORM Getconfig
            MOVE confval TO excrepopath
           END-IF
           MOVE "day5-regrecon" TO excprogram
           ACCEPT registerpath FROM ENVIRONMENT "DAY5_REGISTER"
           IF registerpath = SPACES THEN
            MOVE "DAY5_REGISTER" TO confkey
            PERFORM Getconfig
            MOVE confval TO registerpath
           END-IF
           IF registerpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/register.txt'
             DELIMITED BY SIZE INTO registerpath
           END-IF
           ACCEPT rangespath FROM ENVIRONMENT "DAY5_P2_RANGES"
           IF rangespath = SPACES THEN
            MOVE "DAY5_P2_RANGES" TO confkey
            PERFORM Getconfig
            MOVE confval TO rangespath
           END-IF
           IF rangespath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/ranges.txt'
             DELIMITED BY SIZE INTO rangespath
           END-IF
           ACCEPT regreconpath FROM ENVIRONMENT "DAY5_REGRECON"
           IF regreconpath = SPACES THEN
            MOVE "DAY5_REGRECON" TO confkey
            PERFORM Getconfig
            MOVE confval TO regreconpath
           END-IF
           IF regreconpath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/day5/regrecon.txt'
             DELIMITED BY SIZE INTO regreconpath
           END-IF
           ACCEPT rawtolerance FROM ENVIRONMENT
            "DAY5_REGRECON_TOLERANCE"
           IF rawtolerance = SPACES THEN
            MOVE "DAY5_REGRECON_TOLERANCE" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawtolerance
           END-IF
           IF rawtolerance NOT= SPACES
            AND FUNCTION TRIM(rawtolerance) IS NUMERIC THEN
            COMPUTE tolerance = FUNCTION NUMVAL(rawtolerance)
           END-IF
           OPEN OUTPUT regreconfile
           MOVE "regreconfile" TO errfile
           MOVE regreconstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO regreconrec
           STRING "==== DAY5 REGISTER RECONCILIATION " rundate " ===="
            DELIMITED BY SIZE INTO regreconrec
           WRITE regreconrec
           MOVE SPACES TO regreconrec
           STRING "BUILD " buildid DELIMITED BY SIZE
            INTO regreconrec
           WRITE regreconrec
           PERFORM Loadregister
           PERFORM Loadranges
           IF regcount > 1 THEN
            SORT regentry ON ASCENDING KEY regmin regmax
           END-IF
           IF mrgcount > 1 THEN
            SORT mrgentry ON ASCENDING KEY mrgmin
           END-IF
           PERFORM Buildunion
           PERFORM Checkblocks
           PERFORM Checkranges
           PERFORM Writesummary
           CLOSE regreconfile
           CALL "runreg" USING regreconpath
           MOVE SPACES TO logmsg
           STRING "register reconciliation breaks " breaks
            " tolerance " tolerance
            DELIMITED BY SIZE INTO logmsg
           IF breaks > tolerance THEN
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE "ERROR" TO excseverity
            MOVE "REGISTER" TO exckey
            MOVE SPACES TO excmessage
            STRING "register breaks " breaks " exceed tolerance "
             tolerance
             DELIMITED BY SIZE INTO excmessage
            PERFORM Writeexception
            MOVE 8 TO RETURN-CODE
           ELSE
            MOVE "INFO " TO logsev
            PERFORM Log
           END-IF
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

      *The register extract. A block that is not "label:min-max"
      *with a label and an ordered numeric span is a break in its
      *own right (BADREGISTER) - the register is the thing being
      *checked, so its bad records are not quietly dropped.
           Loadregister.
            OPEN INPUT registerfile
            MOVE "registerfile" TO errfile
            MOVE registerstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ registerfile INTO registerrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF registerrec NOT= SPACES
                AND registerrec(1:1) NOT= "*" THEN
                PERFORM Takeblock
               END-IF
             END-READ
            END-PERFORM
            CLOSE registerfile
            MOVE SPACES TO logmsg
            STRING "register blocks loaded: " regcount
             DELIMITED BY SIZE INTO logmsg
            MOVE "INFO " TO logsev
            PERFORM Log.

           Takeblock.
            MOVE SPACES TO badreason rawlabel rangebody rawmin rawmax
            UNSTRING registerrec DELIMITED BY ":"
             INTO rawlabel rangebody
            UNSTRING rangebody DELIMITED BY "-"
             INTO rawmin rawmax
            EVALUATE TRUE
             WHEN rawlabel = SPACES OR rangebody = SPACES
              MOVE "NO LABEL" TO badreason
             WHEN rawmin = SPACES OR rawmax = SPACES
              OR FUNCTION TRIM(rawmin) IS NOT NUMERIC
              OR FUNCTION TRIM(rawmax) IS NOT NUMERIC
              MOVE "MALFORMED" TO badreason
             WHEN FUNCTION NUMVAL(rawmin) > FUNCTION NUMVAL(rawmax)
              MOVE "INVERTED" TO badreason
             WHEN regcount >= 9999
              MOVE "TOO MANY" TO badreason
            END-EVALUATE
            IF badreason NOT= SPACES THEN
             ADD 1 TO badbreaks
             ADD 1 TO breaks
             MOVE SPACES TO regreconrec
             STRING "BADREGISTER  " FUNCTION TRIM(registerrec)
              " REASON " FUNCTION TRIM(badreason)
              DELIMITED BY SIZE INTO regreconrec
             WRITE regreconrec
            ELSE
             ADD 1 TO regcount
             MOVE FUNCTION TRIM(rawlabel) TO reglabel(regcount)
             COMPUTE regmin(regcount) = FUNCTION NUMVAL(rawmin)
             COMPUTE regmax(regcount) = FUNCTION NUMVAL(rawmax)
             MOVE 0 TO regcovered(regcount) regdiff(regcount)
             MOVE SPACES TO regdifflabels(regcount)
            END-IF.

      *day5-p2's merged ranges file; without it there is nothing to
      *reconcile against and the job fails.
           Loadranges.
            OPEN INPUT rangesfile
            MOVE "rangesfile" TO errfile
            MOVE rangesstatus TO errstatus
            PERFORM Checkstatus
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ rangesfile INTO rangesrec
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF rangesrec(38:9) = " LABELS: "
                AND mrgcount < 9999 THEN
                ADD 1 TO mrgcount
                COMPUTE mrgmin(mrgcount) =
                 FUNCTION NUMVAL(rangesrec(1:18))
                COMPUTE mrgmax(mrgcount) =
                 FUNCTION NUMVAL(rangesrec(20:18))
                MOVE rangesrec(47:60) TO mrglabels(mrgcount)
                MOVE 0 TO mrgregd(mrgcount)
               END-IF
             END-READ
            END-PERFORM
            CLOSE rangesfile.

      *Folds the sorted register blocks into disjoint spans.
           Buildunion.
            PERFORM VARYING regidx FROM 1 BY 1 UNTIL regidx > regcount
             IF unicount > 0
              AND regmin(regidx) <= unimax(unicount) + 1 THEN
              IF regmax(regidx) > unimax(unicount) THEN
               MOVE regmax(regidx) TO unimax(unicount)
              END-IF
             ELSE
              ADD 1 TO unicount
              MOVE regmin(regidx) TO unimin(unicount)
              MOVE regmax(regidx) TO unimax(unicount)
             END-IF
            END-PERFORM.

      *Each register block against the merged ranges it overlaps.
      *Both lists are in ID order and the merged ranges disjoint, so
      *the first candidate range only ever moves forward.
           Checkblocks.
            MOVE 1 TO mrgstart
            PERFORM VARYING regidx FROM 1 BY 1 UNTIL regidx > regcount
             PERFORM UNTIL mrgstart > mrgcount
              OR mrgmax(mrgstart) >= regmin(regidx)
              ADD 1 TO mrgstart
             END-PERFORM
             PERFORM VARYING mrgidx FROM mrgstart BY 1
              UNTIL mrgidx > mrgcount
              OR mrgmin(mrgidx) > regmax(regidx)
              PERFORM Overlapids
              ADD ovids TO regcovered(regidx)
              MOVE reglabel(regidx) TO labname
              PERFORM Haslabel
              IF labelfound = 0 THEN
               ADD ovids TO regdiff(regidx)
               IF regdifflabels(regidx) = SPACES THEN
                MOVE mrglabels(mrgidx) TO regdifflabels(regidx)
               END-IF
              END-IF
             END-PERFORM
             PERFORM Judgeblock
            END-PERFORM.

      *ovids = IDs shared by register block regidx and merged range
      *mrgidx (zero when they do not meet).
           Overlapids.
            MOVE 0 TO ovids
            MOVE regmin(regidx) TO ovmin
            IF mrgmin(mrgidx) > ovmin THEN
             MOVE mrgmin(mrgidx) TO ovmin
            END-IF
            MOVE regmax(regidx) TO ovmax
            IF mrgmax(mrgidx) < ovmax THEN
             MOVE mrgmax(mrgidx) TO ovmax
            END-IF
            IF ovmax >= ovmin THEN
             COMPUTE ovids = ovmax - ovmin + 1
            END-IF.

      *labelfound = 1 when labname is one of the comma-separated
      *contributing labels of merged range mrgidx.
           Haslabel.
            MOVE 0 TO labelfound
            MOVE 1 TO labelptr
            PERFORM UNTIL labelfound = 1 OR labelptr > 60
             MOVE SPACES TO labeltok
             UNSTRING mrglabels(mrgidx) DELIMITED BY ","
              INTO labeltok WITH POINTER labelptr
             IF labeltok = labname THEN
              MOVE 1 TO labelfound
             END-IF
             IF labeltok = SPACES THEN
              MOVE 61 TO labelptr
             END-IF
            END-PERFORM.

      *One block's verdict: nothing covers it, only part of it is
      *covered, and/or covered IDs carry another label. Every block
      *also feeds its label's summary.
           Judgeblock.
            MOVE reglabel(regidx) TO labname
            PERFORM Labelslot
            COMPUTE width = regmax(regidx) - regmin(regidx) + 1
            ADD 1 TO labblocks(labix)
            ADD width TO labregids(labix)
            ADD regcovered(regidx) TO labcovids(labix)
            MOVE reglabel(regidx) TO bllabel
            MOVE regmin(regidx) TO blmin
            MOVE regmax(regidx) TO blmax
            MOVE width TO edwidth
            EVALUATE TRUE
             WHEN regcovered(regidx) = 0
              ADD 1 TO uncoveredbreaks
              MOVE "UNCOVERED" TO blkind
              MOVE SPACES TO bldetail
              STRING "IDS " FUNCTION TRIM(edwidth)
               DELIMITED BY SIZE INTO bldetail
              PERFORM Writebreak
             WHEN regcovered(regidx) < width
              ADD 1 TO partialbreaks
              MOVE regcovered(regidx) TO edids
              MOVE "PARTIAL" TO blkind
              MOVE SPACES TO bldetail
              STRING "COVERED " FUNCTION TRIM(edids) " OF "
               FUNCTION TRIM(edwidth)
               DELIMITED BY SIZE INTO bldetail
              PERFORM Writebreak
            END-EVALUATE
            IF regdiff(regidx) > 0 THEN
             ADD 1 TO labelbreaks
             MOVE regdiff(regidx) TO edids
             MOVE "LABELDIFF" TO blkind
             MOVE SPACES TO bldetail
             STRING "IDS " FUNCTION TRIM(edids) " COVERED AS "
              FUNCTION TRIM(regdifflabels(regidx))
              DELIMITED BY SIZE INTO bldetail
             PERFORM Writebreak
            END-IF.

      *Each merged range against the register: IDs covered with no
      *register block claiming them are UNREGISTERED, charged to
      *every contributing label of the range.
           Checkranges.
            MOVE 1 TO unistart
            PERFORM VARYING mrgidx FROM 1 BY 1 UNTIL mrgidx > mrgcount
             PERFORM UNTIL unistart > unicount
              OR unimax(unistart) >= mrgmin(mrgidx)
              ADD 1 TO unistart
             END-PERFORM
             PERFORM VARYING uniidx FROM unistart BY 1
              UNTIL uniidx > unicount
              OR unimin(uniidx) > mrgmax(mrgidx)
              MOVE mrgmin(mrgidx) TO ovmin
              IF unimin(uniidx) > ovmin THEN
               MOVE unimin(uniidx) TO ovmin
              END-IF
              MOVE mrgmax(mrgidx) TO ovmax
              IF unimax(uniidx) < ovmax THEN
               MOVE unimax(uniidx) TO ovmax
              END-IF
              IF ovmax >= ovmin THEN
               COMPUTE mrgregd(mrgidx) =
                mrgregd(mrgidx) + ovmax - ovmin + 1
              END-IF
             END-PERFORM
             COMPUTE width = mrgmax(mrgidx) - mrgmin(mrgidx) + 1
             IF mrgregd(mrgidx) < width THEN
              ADD 1 TO unregbreaks
              COMPUTE ovids = width - mrgregd(mrgidx)
              MOVE ovids TO edids
              MOVE width TO edwidth
              MOVE "UNREGISTERED" TO blkind
              MOVE mrglabels(mrgidx) TO bllabel
              MOVE mrgmin(mrgidx) TO blmin
              MOVE mrgmax(mrgidx) TO blmax
              MOVE SPACES TO bldetail
              STRING "IDS " FUNCTION TRIM(edids) " OF "
               FUNCTION TRIM(edwidth) " LABELS "
               FUNCTION TRIM(mrglabels(mrgidx))
               DELIMITED BY SIZE INTO bldetail
              PERFORM Writebreak
              MOVE 1 TO labelptr
              PERFORM UNTIL labelptr > 60
               MOVE SPACES TO labeltok
               UNSTRING mrglabels(mrgidx) DELIMITED BY ","
                INTO labeltok WITH POINTER labelptr
               IF labeltok = SPACES THEN
                MOVE 61 TO labelptr
               ELSE
                MOVE labeltok TO labname
                PERFORM Labelslot
                ADD ovids TO labunregids(labix)
                ADD 1 TO labbreaks(labix)
               END-IF
              END-PERFORM
             END-IF
            END-PERFORM.

      *One break line; a block's break also counts against its
      *register label (a range's is charged in Checkranges).
           Writebreak.
            ADD 1 TO breaks
            IF blkind NOT= "UNREGISTERED" THEN
             ADD 1 TO labbreaks(labix)
            END-IF
            WRITE regreconrec FROM breakline.

      *labix = the summary slot for labname, added if new.
           Labelslot.
            MOVE 0 TO labix
            PERFORM VARYING labix FROM 1 BY 1
             UNTIL labix > labcount OR labkey(labix) = labname
             CONTINUE
            END-PERFORM
            IF labix > labcount THEN
             IF labcount >= 100 THEN
              MOVE SPACES TO logmsg
              STRING "too many distinct labels - limit is 100"
               DELIMITED BY SIZE INTO logmsg
              MOVE "ERROR" TO logsev
              PERFORM Log
              MOVE 8 TO RETURN-CODE
              STOP RUN
             END-IF
             ADD 1 TO labcount
             MOVE labcount TO labix
             MOVE labname TO labkey(labix)
             MOVE 0 TO labblocks(labix) labregids(labix)
              labcovids(labix) labunregids(labix) labbreaks(labix)
            END-IF.

      *Per-label summary, the break counts by kind, and the verdict
      *against the tolerance.
           Writesummary.
            MOVE "---- PER LABEL ----" TO regreconrec
            WRITE regreconrec
            PERFORM VARYING labix FROM 1 BY 1 UNTIL labix > labcount
             MOVE labkey(labix) TO lllabel
             MOVE labblocks(labix) TO llblocks
             MOVE labregids(labix) TO llregids
             MOVE labcovids(labix) TO llcovids
             MOVE labunregids(labix) TO llunregids
             MOVE labbreaks(labix) TO llbreaks
             WRITE regreconrec FROM labelline
            END-PERFORM
            MOVE SPACES TO regreconrec
            STRING "BREAKS UNCOVERED " uncoveredbreaks
             " PARTIAL " partialbreaks " LABELDIFF " labelbreaks
             " UNREGISTERED " unregbreaks " BADREGISTER " badbreaks
             DELIMITED BY SIZE INTO regreconrec
            WRITE regreconrec
            MOVE SPACES TO regreconrec
            IF breaks > tolerance THEN
             STRING "TOTAL BREAKS " breaks " TOLERANCE " tolerance
              " - BREACH"
              DELIMITED BY SIZE INTO regreconrec
            ELSE
             STRING "TOTAL BREAKS " breaks " TOLERANCE " tolerance
              " - WITHIN TOLERANCE"
              DELIMITED BY SIZE INTO regreconrec
            END-IF
            WRITE regreconrec.

      *Best-effort append to the shared exception repository; a
      *repository problem must never abort the day's run.
           Writeexception.
            MOVE rundate TO excdate
            CALL "excrepo" USING excline excrepopath.

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
