       IDENTIFICATION DIVISION.
       PROGRAM-ID. paramcheck.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
            FILE-CONTROL.
             SELECT paramfile ASSIGN TO parampath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS paramstatus.
             SELECT checkfile ASSIGN TO checkpath
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS checkfstatus.

       DATA DIVISION.
           FILE SECTION.
            FD paramfile.
            01 paramrec PIC X(300).
            FD checkfile.
            01 checkfrec PIC X(160).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 logmsg PIC X(120) VALUE SPACES.
            01 confkey PIC X(30) VALUE SPACES.
            01 confval PIC X(250) VALUE SPACES.
            01 batchroot PIC X(200) VALUE SPACES.
            01 batchyear PIC X(10) VALUE "aoc2025".
            01 parampath PIC X(250) VALUE SPACES.
            01 paramstatus PIC X(2) VALUE SPACES.
            01 checkpath PIC X(250) VALUE SPACES.
            01 checkfstatus PIC X(2) VALUE SPACES.
            01 checkmode PIC X(8) VALUE SPACES.
            01 rundate PIC X(8) VALUE SPACES.
            01 eof PIC 9(1) VALUE 0.
            01 lineno PIC 9(5) VALUE 0.
            01 entries PIC 9(5) VALUE 0.
            01 violations PIC 9(5) VALUE 0.
            01 warnings PIC 9(5) VALUE 0.
            01 parmline PIC X(300) VALUE SPACES.
            01 parmkeytok PIC X(30) VALUE SPACES.
            01 parmvaltok PIC X(250) VALUE SPACES.
            01 datepart PIC X(20) VALUE SPACES.
            01 restpart PIC X(280) VALUE SPACES.
            01 datedptr PIC 9(4) VALUE 1.
            01 fromtok PIC X(8) VALUE SPACES.
            01 totok PIC X(8) VALUE SPACES.
            01 fromdate9 PIC 9(8) VALUE 0.
            01 todate9 PIC 9(8) VALUE 0.
            01 eqcount PIC 9(3) VALUE 0.
            01 vallen PIC 9(3) VALUE 0.
            01 hits PIC 9(3) VALUE 0.
            01 numwork PIC S9(12)V9(4) VALUE 0.
            01 lowedit PIC Z(8)9.
            01 highedit PIC Z(8)9.
            01 allowed PIC X(44) VALUE SPACES.
            01 valpad PIC X(252) VALUE SPACES.
            01 listptr PIC 9(3) VALUE 1.
            01 listitem PIC X(20) VALUE SPACES.
            01 itemlen PIC 9(2) VALUE 0.
            01 reason PIC X(40) VALUE SPACES.
      *The schema itself - one entry per key the batch reads, kept
      *beside the programs that read them.
            COPY paramschema.
            01 schemaidx PIC 9(3) VALUE 0.
            01 schemahit PIC 9(3) VALUE 0.
            01 keyseentab.
             02 keyseen PIC 9(1) OCCURS 500 TIMES.
            01 findline.
             02 fdkind PIC X(8).
             02 FILLER PIC X(6) VALUE " LINE ".
             02 fdlineno PIC Z(4)9.
             02 FILLER PIC X(1) VALUE SPACE.
             02 fdkey PIC X(30).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fdreason PIC X(40).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fdvalue PIC X(60).
            01 schemaline.
             02 sclkey PIC X(30).
             02 FILLER PIC X(1) VALUE SPACE.
             02 scltype PIC X(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 sclrequired PIC X(3).
             02 FILLER PIC X(1) VALUE SPACE.
             02 sclrule PIC X(44).
             02 FILLER PIC X(1) VALUE SPACE.
             02 sclprograms PIC X(41).

       PROCEDURE DIVISION.
      *Pre-batch parameter validation: every entry of params.txt,
      *effective-dated "@yyyymmdd[-yyyymmdd] " entries included
      *whether or not they are in force today, is checked against
      *the parameter schema (COPY paramschema). A value of the
      *wrong type or outside its range, a malformed effective date
      *or a required key with no entry is a violation (rc 8) - the
      *driver will not start the batch on one, and changectl will
      *not record a SUBMIT of a params.txt that has one. A key the
      *schema does not know is a warning (rc 4): usually a typo,
      *but never a reason to hold the batch. PARAMCHECK_FILE names
      *a file other than the live one (a proposed replacement);
      *PARAMCHECK_MODE=SCHEMA lists the schema instead.
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
           ACCEPT parampath FROM ENVIRONMENT "PARAMCHECK_FILE"
           IF parampath = SPACES THEN
            ACCEPT parampath FROM ENVIRONMENT "PARAMS_PATH"
           END-IF
           IF parampath = SPACES THEN
            STRING '/Users/georgeoneill/ess-dmsc/'
             FUNCTION TRIM(batchyear) '/params.txt'
             DELIMITED BY SIZE INTO parampath
           END-IF
           ACCEPT checkpath FROM ENVIRONMENT "PARAMCHECK_REPORT"
           IF checkpath = SPACES THEN
            MOVE "PARAMCHECK_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO checkpath
           END-IF
           IF checkpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/paramcheck.txt'
             DELIMITED BY SIZE INTO checkpath
           END-IF
           ACCEPT checkmode FROM ENVIRONMENT "PARAMCHECK_MODE"
           MOVE FUNCTION UPPER-CASE(checkmode) TO checkmode
           OPEN OUTPUT checkfile
           IF checkfstatus NOT= "00" THEN
            MOVE SPACES TO logmsg
            STRING "file error on checkfile - status "
             checkfstatus
             DELIMITED BY SIZE INTO logmsg
            MOVE "ERROR" TO logsev
            PERFORM Log
            MOVE 8 TO RETURN-CODE
            STOP RUN
           END-IF
           IF checkmode = "SCHEMA" THEN
            PERFORM Listschema
            CLOSE checkfile
            STOP RUN
           END-IF
           MOVE SPACES TO checkfrec
           STRING "==== PARAMETER CHECK " rundate " "
            FUNCTION TRIM(parampath) " ===="
            DELIMITED BY SIZE INTO checkfrec
           WRITE checkfrec
           MOVE ZEROES TO keyseentab
           OPEN INPUT paramfile
           IF paramstatus = "00" THEN
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ paramfile INTO parmline
              AT END
               MOVE 1 TO eof
              NOT AT END
               ADD 1 TO lineno
               IF parmline NOT= SPACES
                AND parmline(1:1) NOT= "*" THEN
                ADD 1 TO entries
                PERFORM Checkentry
               END-IF
             END-READ
            END-PERFORM
            CLOSE paramfile
           ELSE
            MOVE SPACES TO checkfrec
            STRING "NO PARAMETER FILE - every key takes its default"
             DELIMITED BY SIZE INTO checkfrec
            WRITE checkfrec
           END-IF
           PERFORM VARYING schemaidx FROM 1 BY 1
            UNTIL schemaidx > schemacount
            IF screquired(schemaidx) = "Y"
             AND keyseen(schemaidx) = 0 THEN
             MOVE 0 TO lineno
             MOVE sckey(schemaidx) TO parmkeytok
             MOVE SPACES TO parmvaltok
             MOVE "required key has no entry" TO reason
             MOVE "MISSING" TO fdkind
             PERFORM Writefinding
             ADD 1 TO violations
            END-IF
           END-PERFORM
           MOVE SPACES TO checkfrec
           STRING "TOTAL " entries " entr(ies), " violations
            " violation(s), " warnings " warning(s)"
            DELIMITED BY SIZE INTO checkfrec
           WRITE checkfrec
           CLOSE checkfile
           CALL "runreg" USING checkpath
           MOVE SPACES TO logmsg
           STRING "parameter check of " FUNCTION TRIM(parampath)
            " - " violations " violation(s), " warnings
            " warning(s)"
            DELIMITED BY SIZE INTO logmsg
           EVALUATE TRUE
            WHEN violations > 0
             MOVE "ERROR" TO logsev
            WHEN warnings > 0
             MOVE "WARN " TO logsev
            WHEN OTHER
             MOVE "INFO " TO logsev
           END-EVALUATE
           PERFORM Log
           EVALUATE TRUE
            WHEN violations > 0
             MOVE 8 TO RETURN-CODE
            WHEN warnings > 0
             MOVE 4 TO RETURN-CODE
            WHEN OTHER
             MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *One non-comment line: the effective-dating prefix exactly as
      *the config service splits it, then the key and its value.
           Checkentry.
            IF parmline(1:1) = "@" THEN
             MOVE SPACES TO datepart restpart
             MOVE 1 TO datedptr
             UNSTRING parmline(2:) DELIMITED BY " "
              INTO datepart WITH POINTER datedptr
             IF datedptr < 300 THEN
              MOVE parmline(datedptr + 1:) TO restpart
             END-IF
             MOVE SPACES TO fromtok totok
             UNSTRING datepart DELIMITED BY "-"
              INTO fromtok totok
             MOVE SPACES TO reason
             IF fromtok IS NOT NUMERIC THEN
              MOVE "effective date is not yyyymmdd" TO reason
             ELSE
              MOVE fromtok TO fromdate9
              IF FUNCTION TEST-DATE-YYYYMMDD(fromdate9) NOT= 0 THEN
               MOVE "effective date is not a valid date" TO reason
              END-IF
             END-IF
             IF reason = SPACES AND totok NOT= SPACES THEN
              IF totok IS NOT NUMERIC THEN
               MOVE "end date is not yyyymmdd" TO reason
              ELSE
               MOVE totok TO todate9
               IF FUNCTION TEST-DATE-YYYYMMDD(todate9) NOT= 0 THEN
                MOVE "end date is not a valid date" TO reason
               ELSE
                IF todate9 < fromdate9 THEN
                 MOVE "end date before effective date" TO reason
                END-IF
               END-IF
              END-IF
             END-IF
             IF reason NOT= SPACES THEN
              MOVE SPACES TO parmkeytok
              MOVE datepart TO parmvaltok
              PERFORM Violation
             END-IF
             MOVE restpart TO parmline
            END-IF
            MOVE 0 TO eqcount
            INSPECT parmline TALLYING eqcount FOR ALL "="
            IF eqcount = 0 THEN
             MOVE SPACES TO parmkeytok
             MOVE parmline TO parmvaltok
             MOVE "not a key=value entry" TO reason
             PERFORM Violation
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO parmkeytok parmvaltok
            UNSTRING parmline DELIMITED BY "="
             INTO parmkeytok parmvaltok
            MOVE 0 TO schemahit
            PERFORM VARYING schemaidx FROM 1 BY 1
             UNTIL schemaidx > schemacount OR schemahit > 0
             IF sckey(schemaidx) = parmkeytok THEN
              MOVE schemaidx TO schemahit
             END-IF
            END-PERFORM
            IF schemahit = 0 THEN
             MOVE "key not in the parameter schema" TO reason
             MOVE "UNKNOWN" TO fdkind
             PERFORM Writefinding
             ADD 1 TO warnings
             EXIT PARAGRAPH
            END-IF
            MOVE 1 TO keyseen(schemahit)
            IF parmvaltok = SPACES THEN
             IF screquired(schemahit) = "Y" THEN
              MOVE "required key has a blank value" TO reason
              PERFORM Violation
             END-IF
             EXIT PARAGRAPH
            END-IF
            COMPUTE vallen = FUNCTION LENGTH(
             FUNCTION TRIM(parmvaltok, TRAILING))
            MOVE SPACES TO reason
            EVALUATE sctype(schemahit)
             WHEN "PATH"
              PERFORM Checkabsolute
             WHEN "NUM"
              PERFORM Checknumber
             WHEN "DATE"
              IF vallen NOT= 8 OR parmvaltok(1:8) IS NOT NUMERIC THEN
               MOVE "not a yyyymmdd date" TO reason
              ELSE
               MOVE parmvaltok(1:8) TO fromdate9
               IF FUNCTION TEST-DATE-YYYYMMDD(fromdate9) NOT= 0 THEN
                MOVE "not a valid date" TO reason
               END-IF
              END-IF
             WHEN "MONTH"
              IF vallen NOT= 6 OR parmvaltok(1:6) IS NOT NUMERIC
               OR parmvaltok(5:2) < "01" OR parmvaltok(5:2) > "12"
              THEN
               MOVE "not a yyyymm month" TO reason
              END-IF
             WHEN "TIME"
              IF vallen NOT= 6 OR parmvaltok(1:6) IS NOT NUMERIC
               OR parmvaltok(1:2) > "23" OR parmvaltok(3:2) > "59"
               OR parmvaltok(5:2) > "59" THEN
               MOVE "not an hhmmss time" TO reason
              END-IF
             WHEN "ENUM"
              PERFORM Checkenum
             WHEN "LIST"
              PERFORM Checklist
             WHEN OTHER
              CONTINUE
            END-EVALUATE
            IF reason NOT= SPACES THEN
             PERFORM Violation
            END-IF.

           Checkabsolute.
            IF parmvaltok(1:1) NOT= "/" THEN
             MOVE "not an absolute path" TO reason
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO hits
            INSPECT parmvaltok(1:vallen) TALLYING hits FOR ALL SPACE
            IF hits > 0 THEN
             MOVE "path contains blanks" TO reason
            END-IF.

           Checknumber.
            IF FUNCTION TEST-NUMVAL(parmvaltok(1:vallen)) NOT= 0 THEN
             MOVE "not a number" TO reason
             EXIT PARAGRAPH
            END-IF
            COMPUTE numwork = FUNCTION NUMVAL(parmvaltok(1:vallen))
            IF numwork < sclow(schemahit)
             OR numwork > schigh(schemahit) THEN
             PERFORM Rangereason
            END-IF.

      *Exact case, as the reading programs compare it.
           Checkenum.
            MOVE SPACES TO allowed valpad
            STRING " " FUNCTION TRIM(scvalues1(schemahit)) " "
             FUNCTION TRIM(scvalues2(schemahit)) " "
             DELIMITED BY SIZE INTO allowed
            MOVE 0 TO hits
            INSPECT parmvaltok(1:vallen) TALLYING hits FOR ALL SPACE
            IF hits = 0 THEN
             STRING " " parmvaltok(1:vallen) " "
              DELIMITED BY SIZE INTO valpad
             INSPECT allowed TALLYING hits
              FOR ALL valpad(1:vallen + 2)
            END-IF
            IF hits NOT= 1 THEN
             STRING "not one of" allowed
              DELIMITED BY SIZE INTO reason
            END-IF.

      *Comma-separated whole numbers, each within the range.
           Checklist.
            MOVE 1 TO listptr
            PERFORM UNTIL listptr > vallen OR reason NOT= SPACES
             MOVE SPACES TO listitem
             UNSTRING parmvaltok(1:vallen) DELIMITED BY ","
              INTO listitem WITH POINTER listptr
             MOVE FUNCTION TRIM(listitem) TO listitem
             MOVE 0 TO itemlen
             IF listitem NOT= SPACES THEN
              COMPUTE itemlen = FUNCTION LENGTH(
               FUNCTION TRIM(listitem, TRAILING))
             END-IF
             IF itemlen = 0
              OR listitem(1:itemlen) IS NOT NUMERIC THEN
              MOVE "list item is not a whole number" TO reason
             ELSE
              COMPUTE numwork = FUNCTION NUMVAL(listitem)
              IF numwork < sclow(schemahit)
               OR numwork > schigh(schemahit) THEN
               PERFORM Rangereason
              END-IF
             END-IF
            END-PERFORM.

           Rangereason.
            MOVE sclow(schemahit) TO lowedit
            MOVE schigh(schemahit) TO highedit
            STRING "outside " FUNCTION TRIM(lowedit) "-"
             FUNCTION TRIM(highedit)
             DELIMITED BY SIZE INTO reason.

           Violation.
            MOVE "INVALID" TO fdkind
            PERFORM Writefinding
            ADD 1 TO violations.

           Writefinding.
            MOVE lineno TO fdlineno
            MOVE parmkeytok TO fdkey
            MOVE reason TO fdreason
            MOVE parmvaltok TO fdvalue
            WRITE checkfrec FROM findline
            MOVE SPACES TO reason.

      *The schema as a listing: key, type, required, the rule
      *(range or values) and the programs that read the key.
           Listschema.
            MOVE SPACES TO checkfrec
            STRING "==== PARAMETER SCHEMA " rundate " - "
             schemacount " key(s) ===="
             DELIMITED BY SIZE INTO checkfrec
            WRITE checkfrec
            PERFORM VARYING schemaidx FROM 1 BY 1
             UNTIL schemaidx > schemacount
             MOVE schemaidx TO schemahit
             MOVE sckey(schemaidx) TO sclkey
             MOVE sctype(schemaidx) TO scltype
             IF screquired(schemaidx) = "Y" THEN
              MOVE "REQ" TO sclrequired
             ELSE
              MOVE "OPT" TO sclrequired
             END-IF
             MOVE SPACES TO sclrule reason
             EVALUATE sctype(schemaidx)
              WHEN "NUM"
              WHEN "LIST"
               PERFORM Rangereason
               MOVE reason(9:) TO sclrule
               MOVE SPACES TO reason
              WHEN "ENUM"
               STRING FUNCTION TRIM(scvalues1(schemaidx)) " "
                FUNCTION TRIM(scvalues2(schemaidx))
                DELIMITED BY SIZE INTO sclrule
              WHEN OTHER
               CONTINUE
             END-EVALUATE
             MOVE SPACES TO sclprograms
             STRING FUNCTION TRIM(scprograms1(schemaidx)) " "
              FUNCTION TRIM(scprograms2(schemaidx))
              DELIMITED BY SIZE INTO sclprograms
             WRITE checkfrec FROM schemaline
            END-PERFORM.

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
