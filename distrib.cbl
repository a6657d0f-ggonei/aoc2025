       IDENTIFICATION DIVISION.
       PROGRAM-ID. distrib.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
             FILE-CONTROL.
               SELECT subfile ASSIGN TO subpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS substatus.
               SELECT ledgerfile ASSIGN TO ledgerpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ledgerstatus.
               SELECT deliverfile ASSIGN TO deliverpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS deliverstatus.
               SELECT receiptfile ASSIGN TO receiptpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS receiptstatus.
               SELECT reportfile ASSIGN TO reportpath
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS reportstatus.

       DATA DIVISION.
           FILE SECTION.
             FD subfile.
             01 subrec PIC X(300).
             FD ledgerfile.
             01 ledgerrec PIC X(240).
             FD deliverfile.
             01 deliverrec PIC X(200).
             FD receiptfile.
             01 receiptrec PIC X(100).
             FD reportfile.
             01 reportrec PIC X(132).

           WORKING-STORAGE SECTION.
             01 logsev PIC X(5) VALUE "INFO ".
             01 logmsg PIC X(120) VALUE SPACES.
             01 confkey PIC X(30) VALUE SPACES.
             01 confval PIC X(250) VALUE SPACES.
             01 batchroot PIC X(200) VALUE SPACES.
             01 batchyear PIC X(10) VALUE "aoc2025".
             01 subpath PIC X(250) VALUE SPACES.
             01 substatus PIC X(2) VALUE SPACES.
             01 ledgerpath PIC X(250) VALUE SPACES.
             01 ledgerstatus PIC X(2) VALUE SPACES.
             01 deliverpath PIC X(250) VALUE SPACES.
             01 deliverstatus PIC X(2) VALUE SPACES.
             01 receiptpath PIC X(250) VALUE SPACES.
             01 receiptstatus PIC X(2) VALUE SPACES.
             01 reportpath PIC X(250) VALUE SPACES.
             01 reportstatus PIC X(2) VALUE SPACES.
             01 errfile PIC X(30) VALUE SPACES.
             01 errstatus PIC X(2) VALUE SPACES.
             01 eof PIC 9(1) VALUE 0.
             01 syscmd PIC X(300) VALUE SPACES.
             01 runmode PIC X(8) VALUE SPACES.
             01 rundate PIC X(8) VALUE SPACES.
             01 nowdate PIC X(8) VALUE SPACES.
             01 nowtime PIC X(6) VALUE SPACES.
             01 rawcutoff PIC X(5) VALUE SPACES.
             01 cutoffhours PIC 9(4) VALUE 24.
             01 alertclass PIC X(10) VALUE SPACES.
             01 alerttext PIC X(120) VALUE SPACES.
             01 countedit PIC Z(4)9.
             01 countedit2 PIC Z(4)9.
      *The subscriber file, one business unit per line:
      *  <unit> <days> <parts> <format> <drop location>
      *days ALL or a comma list (1,2,5), parts P1, P2 or BOTH,
      *format CSV or FIXED; the drop location is the directory the
      *unit collects its answer file from and drops its receipt
      *back into.
             01 subcount PIC 9(3) VALUE 0.
             01 subidx PIC 9(3) VALUE 0.
             01 subtab.
               02 subentry OCCURS 200 TIMES.
                 03 subunit PIC X(10).
                 03 subdays PIC X(20).
                 03 subparts PIC X(8).
                 03 subformat PIC X(5).
                 03 sublocation PIC X(200).
             01 stok1 PIC X(10) VALUE SPACES.
             01 stok2 PIC X(20) VALUE SPACES.
             01 stok3 PIC X(8) VALUE SPACES.
             01 stok4 PIC X(5) VALUE SPACES.
             01 stok5 PIC X(200) VALUE SPACES.
             01 subbad PIC 9(3) VALUE 0.
      *The distribution ledger: every delivery sent (SENT, with the
      *file's record count and content fingerprint), each answer it
      *carried (ANSWER), each receipt matched (RECEIVED) or not
      *matching what was sent (MISMATCH), and each escalation
      *(ESCALATE) - appended, never rewritten, so a dispute is
      *settled from it.
             01 ledgerline.
               02 ldstamp.
                 03 ldate PIC X(8).
                 03 FILLER PIC X(1) VALUE SPACE.
                 03 ltime PIC X(6).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ldevent PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ldid PIC X(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ldunit PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ldrecords PIC 9(4).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ldfp PIC 9(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 lddetail PIC X(167).
      *Deliveries known to the ledger and where each stands.
             01 delcount PIC 9(4) VALUE 0.
             01 delidx PIC 9(4) VALUE 0.
             01 delfound PIC 9(4) VALUE 0.
             01 deltab.
               02 delentry OCCURS 2000 TIMES.
                 03 dlid PIC X(20).
                 03 dlunit PIC X(10).
                 03 dldate PIC X(8).
                 03 dltime PIC X(6).
                 03 dlrecords PIC 9(4).
                 03 dlpath PIC X(167).
                 03 dlstate PIC X(8).
                 03 dlescalated PIC 9(1).
      *One subscriber's delivery for the run date: the signed-off
      *answers it subscribes to.
             COPY ansrec.
             01 ansop PIC X(4) VALUE "GET ".
             01 ansresult PIC X(2) VALUE SPACES.
             01 deliveryid PIC X(20) VALUE SPACES.
             01 dayno PIC 9(2) VALUE 0.
             01 partno PIC 9(1) VALUE 0.
             01 daychar PIC X(1) VALUE SPACES.
             01 partname PIC X(2) VALUE SPACES.
             01 hits PIC 9(2) VALUE 0.
             01 wanted PIC 9(1) VALUE 0.
             01 sendcount PIC 9(2) VALUE 0.
             01 sendidx PIC 9(2) VALUE 0.
             01 sendtab.
               02 sendentry PIC X(378) OCCURS 18 TIMES.
             01 heldcount PIC 9(2) VALUE 0.
             01 unsignedans PIC 9(2) VALUE 0.
      *Day and part pairs some jobtable entry publishes: one not
      *yet in the answer master keeps the delivery waiting, one no
      *job produces (day6 has no part 1) is never waited for.
             COPY jobtable.
             01 jobidx PIC 9(2) VALUE 0.
             01 publisher PIC 9(1) VALUE 0.
             01 fileext PIC X(4) VALUE SPACES.
             01 signref PIC X(30) VALUE SPACES.
      *Fixed-format answer file: a header naming the delivery, one
      *detail record per answer and a trailer with the count.
             01 fixhdr.
               02 FILLER PIC X(4) VALUE "HDR ".
               02 fhid PIC X(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fhunit PIC X(10).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fhdate PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fhsent PIC X(15).
             01 fixdtl.
               02 FILLER PIC X(4) VALUE "DTL ".
               02 fdday PIC 9(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fdpart PIC X(2).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fdanswer PIC X(40).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fdverdict PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fdrunid PIC X(11).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fdsignoff PIC X(8).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fdsigner PIC X(12).
               02 FILLER PIC X(1) VALUE SPACE.
               02 fdsigndate PIC X(8).
             01 fixtrl.
               02 FILLER PIC X(4) VALUE "TRL ".
               02 ftid PIC X(20).
               02 FILLER PIC X(1) VALUE SPACE.
               02 ftcount PIC 9(4).
      *Content fingerprint of the file as sent (CALL "fpserv").
             01 fpop PIC X(4) VALUE "FILE".
             01 fparea PIC X(250) VALUE SPACES.
             01 fpvalue PIC 9(10) VALUE 0.
             01 fpcount PIC 9(7) VALUE 0.
             01 fpresult PIC X(2) VALUE SPACES.
      *A receipt is the file <delivery id>.rcpt the unit drops
      *beside the answer file:
      *  RECEIPT <delivery id> <answer records received> [<by>]
      *It matches when the id and the count agree with what was
      *sent.
             01 rtok1 PIC X(10) VALUE SPACES.
             01 rtok2 PIC X(20) VALUE SPACES.
             01 rtok3 PIC X(6) VALUE SPACES.
             01 rtok4 PIC X(20) VALUE SPACES.
             01 rtrecords PIC 9(6) VALUE 0.
             01 pathlen PIC 9(3) VALUE 0.
      *Age of an unreceipted delivery against the cutoff.
             01 nowint PIC 9(8) VALUE 0.
             01 sentint PIC 9(8) VALUE 0.
             01 nowsecs PIC 9(5) VALUE 0.
             01 sentsecs PIC 9(5) VALUE 0.
             01 agesecs PIC S9(11) VALUE 0.
             01 agehours PIC 9(6) VALUE 0.
             01 sentnow PIC 9(3) VALUE 0.
             01 waitnow PIC 9(3) VALUE 0.
             01 receivednow PIC 9(3) VALUE 0.
             01 mismatchnow PIC 9(3) VALUE 0.
             01 escalatednow PIC 9(3) VALUE 0.
             01 outstanding PIC 9(4) VALUE 0.
             01 escnote PIC X(12) VALUE SPACES.
             01 distrc PIC 9(1) VALUE 0.

       PROCEDURE DIVISION.
      *Outbound answer distribution. For the run date (today, or
      *DIST_DATE) each subscriber gets one answer file in its drop
      *location once every answer it subscribes to has been signed
      *off: the approved answers with their run id, verdict and
      *sign-off reference; answers held at sign-off are withheld.
      *A delivery already in the ledger is never sent again. Every
      *run then matches the receipts dropped back against what was
      *sent and escalates (alert class DISTRIB) each delivery still
      *without a receipt DIST_CUTOFF_HOURS after it went, and each
      *receipt that does not match. DIST_MODE=RECEIPTS does only
      *the matching and escalation. rc 4 when anything was
      *escalated.
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
           ACCEPT subpath FROM ENVIRONMENT "DIST_SUBSCRIBERS"
           IF subpath = SPACES THEN
            MOVE "DIST_SUBSCRIBERS" TO confkey
            PERFORM Getconfig
            MOVE confval TO subpath
           END-IF
           IF subpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/subscribers.txt'
             DELIMITED BY SIZE INTO subpath
           END-IF
           ACCEPT ledgerpath FROM ENVIRONMENT "DIST_LEDGER"
           IF ledgerpath = SPACES THEN
            MOVE "DIST_LEDGER" TO confkey
            PERFORM Getconfig
            MOVE confval TO ledgerpath
           END-IF
           IF ledgerpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/distledger.txt'
             DELIMITED BY SIZE INTO ledgerpath
           END-IF
           ACCEPT reportpath FROM ENVIRONMENT "DIST_REPORT"
           IF reportpath = SPACES THEN
            MOVE "DIST_REPORT" TO confkey
            PERFORM Getconfig
            MOVE confval TO reportpath
           END-IF
           IF reportpath = SPACES THEN
            STRING FUNCTION TRIM(batchroot) '/distreport.txt'
             DELIMITED BY SIZE INTO reportpath
           END-IF
           ACCEPT rawcutoff FROM ENVIRONMENT "DIST_CUTOFF_HOURS"
           IF rawcutoff = SPACES THEN
            MOVE "DIST_CUTOFF_HOURS" TO confkey
            PERFORM Getconfig
            MOVE confval TO rawcutoff
           END-IF
           IF rawcutoff NOT= SPACES THEN
            COMPUTE cutoffhours = FUNCTION NUMVAL(rawcutoff)
           END-IF
           IF cutoffhours = 0 THEN
            MOVE 24 TO cutoffhours
           END-IF
           ACCEPT runmode FROM ENVIRONMENT "DIST_MODE"
           IF runmode = SPACES THEN
            MOVE "SEND" TO runmode
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO nowdate
           MOVE FUNCTION CURRENT-DATE(9:6) TO nowtime
           ACCEPT rundate FROM ENVIRONMENT "DIST_DATE"
           IF rundate = SPACES THEN
            MOVE nowdate TO rundate
           END-IF
           PERFORM Loadledger
           PERFORM Loadsubscribers
           OPEN OUTPUT reportfile
           MOVE "reportfile" TO errfile
           MOVE reportstatus TO errstatus
           PERFORM Checkstatus
           MOVE SPACES TO reportrec
           STRING "==== ANSWER DISTRIBUTION " nowdate " " nowtime
            " ==== run date " rundate
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           MOVE SPACES TO reportrec
           WRITE reportrec
           IF runmode NOT= "RECEIPTS" THEN
            MOVE "DELIVERIES" TO reportrec
            WRITE reportrec
            IF subcount = 0 THEN
             MOVE SPACES TO reportrec
             STRING "  no subscribers in " FUNCTION TRIM(subpath)
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
            END-IF
            PERFORM VARYING subidx FROM 1 BY 1
             UNTIL subidx > subcount
             PERFORM Deliver
            END-PERFORM
            MOVE SPACES TO reportrec
            WRITE reportrec
           END-IF
           MOVE "RECEIPTS" TO reportrec
           WRITE reportrec
           PERFORM VARYING delidx FROM 1 BY 1
            UNTIL delidx > delcount
            IF dlstate(delidx) = "SENT"
             OR dlstate(delidx) = "MISMATCH" THEN
             PERFORM Matchreceipt
            END-IF
           END-PERFORM
           MOVE SPACES TO reportrec
           WRITE reportrec
           MOVE "OUTSTANDING" TO reportrec
           WRITE reportrec
           PERFORM VARYING delidx FROM 1 BY 1
            UNTIL delidx > delcount
            IF dlstate(delidx) NOT= "RECEIVED" THEN
             PERFORM Chaseone
            END-IF
           END-PERFORM
           IF outstanding = 0 THEN
            MOVE "  none - every delivery has its receipt"
             TO reportrec
            WRITE reportrec
           END-IF
           MOVE SPACES TO reportrec
           WRITE reportrec
           MOVE SPACES TO reportrec
           STRING "SUMMARY sent " sentnow ", waiting " waitnow
            ", received " receivednow ", mismatched " mismatchnow
            ", escalated " escalatednow ", outstanding " outstanding
            DELIMITED BY SIZE INTO reportrec
           WRITE reportrec
           IF subbad > 0 THEN
            MOVE subbad TO countedit
            MOVE SPACES TO reportrec
            STRING "        " FUNCTION TRIM(countedit)
             " subscriber line(s) not understood - ignored"
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
           END-IF
           MOVE "END ANSWER DISTRIBUTION" TO reportrec
           WRITE reportrec
           CLOSE reportfile
           CALL "runreg" USING reportpath
           MOVE sentnow TO countedit
           MOVE outstanding TO countedit2
           MOVE SPACES TO logmsg
           STRING "answer distribution: "
            FUNCTION TRIM(countedit) " delivery(ies) sent, "
            FUNCTION TRIM(countedit2) " awaiting receipt - "
            FUNCTION TRIM(reportpath)
            DELIMITED BY SIZE INTO logmsg
           MOVE "INFO " TO logsev
           IF escalatednow > 0 OR mismatchnow > 0 THEN
            MOVE "WARN " TO logsev
            MOVE 4 TO distrc
           END-IF
           PERFORM Log
           MOVE distrc TO RETURN-CODE
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

      *Replays the ledger into the delivery table.
           Loadledger.
            MOVE 0 TO delcount
            OPEN INPUT ledgerfile
            IF ledgerstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ ledgerfile INTO ledgerline
              AT END
               MOVE 1 TO eof
              NOT AT END
               PERFORM Replayledger
             END-READ
            END-PERFORM
            CLOSE ledgerfile.

           Replayledger.
            IF ldevent = "SENT" THEN
             IF delcount < 2000 THEN
              ADD 1 TO delcount
              MOVE ldid TO dlid(delcount)
              MOVE ldunit TO dlunit(delcount)
              MOVE ldate TO dldate(delcount)
              MOVE ltime TO dltime(delcount)
              MOVE ldrecords TO dlrecords(delcount)
              MOVE lddetail TO dlpath(delcount)
              MOVE "SENT" TO dlstate(delcount)
              MOVE 0 TO dlescalated(delcount)
             END-IF
             EXIT PARAGRAPH
            END-IF
            MOVE ldid TO deliveryid
            PERFORM Finddelivery
            IF delfound = 0 THEN
             EXIT PARAGRAPH
            END-IF
            EVALUATE ldevent
             WHEN "RECEIVED"
             WHEN "MISMATCH"
              MOVE ldevent TO dlstate(delfound)
              MOVE 0 TO dlescalated(delfound)
             WHEN "ESCALATE"
              MOVE 1 TO dlescalated(delfound)
            END-EVALUATE.

           Finddelivery.
            MOVE 0 TO delfound
            PERFORM VARYING delidx FROM 1 BY 1
             UNTIL delidx > delcount OR delfound > 0
             IF dlid(delidx) = deliveryid THEN
              MOVE delidx TO delfound
             END-IF
            END-PERFORM.

           Loadsubscribers.
            MOVE 0 TO subcount subbad
            OPEN INPUT subfile
            IF substatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ subfile
              AT END
               MOVE 1 TO eof
              NOT AT END
               IF subrec NOT= SPACES AND subrec(1:1) NOT= "*" THEN
                MOVE SPACES TO stok1 stok2 stok3 stok4 stok5
                UNSTRING subrec DELIMITED BY ALL SPACES
                 INTO stok1 stok2 stok3 stok4 stok5
                IF stok5 = SPACES
                 OR (stok4 NOT= "CSV" AND stok4 NOT= "FIXED")
                 OR subcount >= 200 THEN
                 ADD 1 TO subbad
                ELSE
                 ADD 1 TO subcount
                 MOVE stok1 TO subunit(subcount)
                 MOVE stok2 TO subdays(subcount)
                 MOVE stok3 TO subparts(subcount)
                 MOVE stok4 TO subformat(subcount)
                 MOVE stok5 TO sublocation(subcount)
                END-IF
               END-IF
             END-READ
            END-PERFORM
            CLOSE subfile.

      *One subscriber's delivery for the run date.
           Deliver.
            MOVE SPACES TO deliveryid
            STRING FUNCTION TRIM(subunit(subidx)) "-" rundate
             DELIMITED BY SIZE INTO deliveryid
            PERFORM Finddelivery
            IF delfound > 0 THEN
             MOVE SPACES TO reportrec
             STRING "  " subunit(subidx) " " deliveryid
              " ALREADY SENT " dldate(delfound) " " dltime(delfound)
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO sendcount heldcount unsignedans
            PERFORM VARYING dayno FROM 1 BY 1 UNTIL dayno > 9
             PERFORM VARYING partno FROM 1 BY 1 UNTIL partno > 2
              PERFORM Gatherone
             END-PERFORM
            END-PERFORM
            IF unsignedans > 0 THEN
             ADD 1 TO waitnow
             MOVE unsignedans TO countedit
             MOVE SPACES TO reportrec
             STRING "  " subunit(subidx) " " deliveryid
              " WAITING - " FUNCTION TRIM(countedit)
              " answer(s) not yet published or signed off"
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
             EXIT PARAGRAPH
            END-IF
            IF sendcount = 0 THEN
             MOVE heldcount TO countedit
             MOVE SPACES TO reportrec
             STRING "  " subunit(subidx) " " deliveryid
              " NOTHING TO SEND - " FUNCTION TRIM(countedit)
              " answer(s) held at sign-off"
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
             EXIT PARAGRAPH
            END-IF
            PERFORM Writedelivery.

      *One day and part: is it subscribed, published for the run
      *date, and how was it signed off. One a job publishes but
      *that is not in the answer master yet is waited for like an
      *unsigned one.
           Gatherone.
            MOVE 0 TO wanted hits
            IF subdays(subidx) = "ALL" THEN
             MOVE 1 TO wanted
            ELSE
             MOVE dayno(2:1) TO daychar
             INSPECT subdays(subidx) TALLYING hits
              FOR ALL daychar
             IF hits > 0 THEN
              MOVE 1 TO wanted
             END-IF
            END-IF
            IF wanted = 0 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO partname
            STRING "P" partno DELIMITED BY SIZE INTO partname
            MOVE 0 TO hits
            IF subparts(subidx) NOT= "BOTH"
             AND subparts(subidx) NOT= "ALL" THEN
             INSPECT subparts(subidx) TALLYING hits
              FOR ALL partname
             IF hits = 0 THEN
              EXIT PARAGRAPH
             END-IF
            END-IF
            MOVE SPACES TO ansrecord
            MOVE rundate TO ansdate
            MOVE dayno TO ansday
            MOVE partname TO anspart
            MOVE "GET " TO ansop
            CALL "ansmaster" USING ansop ansrecord ansresult
             ON EXCEPTION
              MOVE "99" TO ansresult
            END-CALL
            IF ansresult NOT= "00" THEN
             PERFORM Findpublisher
             IF publisher = 1 THEN
              ADD 1 TO unsignedans
             END-IF
             EXIT PARAGRAPH
            END-IF
            EVALUATE anssignoff
             WHEN "APPROVE"
              ADD 1 TO sendcount
              MOVE ansrecord TO sendentry(sendcount)
             WHEN "HOLD"
              ADD 1 TO heldcount
              MOVE SPACES TO reportrec
              STRING "  " subunit(subidx) " " deliveryid
               " WITHHELD day" dayno(2:1) " " partname " - held by "
               FUNCTION TRIM(anssigner) " " anssigndate
               DELIMITED BY SIZE INTO reportrec
              WRITE reportrec
             WHEN OTHER
              ADD 1 TO unsignedans
            END-EVALUATE.

      *Does a jobtable entry publish this day and part: "dayN"
      *runs both parts, "dayN-pX..." the one it names.
           Findpublisher.
            MOVE 0 TO publisher
            PERFORM VARYING jobidx FROM 1 BY 1 UNTIL jobidx > 20
             IF jobname(jobidx)(1:3) = "day"
              AND jobname(jobidx)(4:1) = dayno(2:1) THEN
              IF jobname(jobidx)(5:1) = SPACE
               OR (jobname(jobidx)(5:2) = "-p"
                AND jobname(jobidx)(7:1) = partname(2:1)) THEN
               MOVE 1 TO publisher
              END-IF
             END-IF
            END-PERFORM.

      *Writes the answer file, fingerprints it and records it.
           Writedelivery.
            IF subformat(subidx) = "CSV" THEN
             MOVE ".csv" TO fileext
            ELSE
             MOVE ".txt" TO fileext
            END-IF
            MOVE SPACES TO deliverpath
            STRING FUNCTION TRIM(sublocation(subidx)) "/"
             FUNCTION TRIM(deliveryid) fileext
             DELIMITED BY SIZE INTO deliverpath
            MOVE SPACES TO syscmd
            STRING "mkdir -p " FUNCTION TRIM(sublocation(subidx))
             DELIMITED BY SIZE INTO syscmd
            CALL "SYSTEM" USING syscmd
            MOVE 0 TO RETURN-CODE
            OPEN OUTPUT deliverfile
            IF deliverstatus NOT= "00" THEN
             ADD 1 TO waitnow
             MOVE SPACES TO reportrec
             STRING "  " subunit(subidx) " " deliveryid
              " NOT SENT - cannot write " FUNCTION TRIM(deliverpath)
              " status " deliverstatus
              DELIMITED BY SIZE INTO reportrec
             WRITE reportrec
             MOVE SPACES TO alerttext
             STRING "answer file for " FUNCTION TRIM(subunit(subidx))
              " could not be written to "
              FUNCTION TRIM(sublocation(subidx))
              DELIMITED BY SIZE INTO alerttext
             MOVE "DISTRIB" TO alertclass
             CALL "alerter" USING alertclass alerttext
             ADD 1 TO escalatednow
             EXIT PARAGRAPH
            END-IF
            IF subformat(subidx) = "CSV" THEN
             MOVE SPACES TO deliverrec
             STRING "delivery,unit,rundate,day,part,answer,verdict,"
              "runid,signoff,signer,signdate"
              DELIMITED BY SIZE INTO deliverrec
             WRITE deliverrec
            ELSE
             MOVE deliveryid TO fhid
             MOVE subunit(subidx) TO fhunit
             MOVE rundate TO fhdate
             MOVE SPACES TO fhsent
             STRING nowdate " " nowtime DELIMITED BY SIZE INTO fhsent
             WRITE deliverrec FROM fixhdr
            END-IF
            PERFORM VARYING sendidx FROM 1 BY 1
             UNTIL sendidx > sendcount
             MOVE sendentry(sendidx) TO ansrecord
             IF subformat(subidx) = "CSV" THEN
              MOVE SPACES TO deliverrec
              STRING FUNCTION TRIM(deliveryid) ","
               FUNCTION TRIM(subunit(subidx)) "," ansdate ","
               ansday "," anspart "," FUNCTION TRIM(ansanswer) ","
               FUNCTION TRIM(ansverdict) "," FUNCTION TRIM(ansrunid)
               "," FUNCTION TRIM(anssignoff) ","
               FUNCTION TRIM(anssigner) "," anssigndate
               DELIMITED BY SIZE INTO deliverrec
              WRITE deliverrec
             ELSE
              MOVE ansday TO fdday
              MOVE anspart TO fdpart
              MOVE ansanswer TO fdanswer
              MOVE ansverdict TO fdverdict
              MOVE ansrunid TO fdrunid
              MOVE anssignoff TO fdsignoff
              MOVE anssigner TO fdsigner
              MOVE anssigndate TO fdsigndate
              WRITE deliverrec FROM fixdtl
             END-IF
            END-PERFORM
            IF subformat(subidx) NOT= "CSV" THEN
             MOVE deliveryid TO ftid
             MOVE sendcount TO ftcount
             WRITE deliverrec FROM fixtrl
            END-IF
            CLOSE deliverfile
            MOVE "FILE" TO fpop
            MOVE deliverpath TO fparea
            MOVE 0 TO fpvalue fpcount
            CALL "fpserv" USING fpop fparea fpvalue fpcount fpresult
            MOVE "SENT" TO ldevent
            MOVE sendcount TO ldrecords
            MOVE fpvalue TO ldfp
            MOVE deliverpath TO lddetail
            PERFORM Writeledger
            PERFORM VARYING sendidx FROM 1 BY 1
             UNTIL sendidx > sendcount
             MOVE sendentry(sendidx) TO ansrecord
             MOVE SPACES TO signref
             STRING FUNCTION TRIM(anssignoff) " "
              FUNCTION TRIM(anssigner) " " anssigndate
              DELIMITED BY SIZE INTO signref
             MOVE "ANSWER" TO ldevent
             MOVE 0 TO ldrecords ldfp
             MOVE SPACES TO lddetail
             STRING "day" ansday(2:1) " " anspart " "
              FUNCTION TRIM(ansanswer) " " FUNCTION TRIM(ansverdict)
              " " FUNCTION TRIM(ansrunid) " " FUNCTION TRIM(signref)
              DELIMITED BY SIZE INTO lddetail
             PERFORM Writeledger
            END-PERFORM
            IF delcount < 2000 THEN
             ADD 1 TO delcount
             MOVE deliveryid TO dlid(delcount)
             MOVE subunit(subidx) TO dlunit(delcount)
             MOVE nowdate TO dldate(delcount)
             MOVE nowtime TO dltime(delcount)
             MOVE sendcount TO dlrecords(delcount)
             MOVE deliverpath TO dlpath(delcount)
             MOVE "SENT" TO dlstate(delcount)
             MOVE 0 TO dlescalated(delcount)
            END-IF
            ADD 1 TO sentnow
            MOVE sendcount TO countedit
            MOVE SPACES TO reportrec
            STRING "  " subunit(subidx) " " deliveryid " SENT "
             FUNCTION TRIM(countedit) " answer(s) to "
             FUNCTION TRIM(deliverpath)
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec.

      *One ledger record for the delivery in deliveryid, stamped
      *now; the caller sets the event and the rest.
           Writeledger.
            MOVE nowdate TO ldate
            MOVE nowtime TO ltime
            MOVE deliveryid TO ldid
            MOVE subunit(subidx) TO ldunit
            OPEN EXTEND ledgerfile
            IF ledgerstatus NOT= "00" THEN
             OPEN OUTPUT ledgerfile
            END-IF
            IF ledgerstatus = "00" THEN
             WRITE ledgerrec FROM ledgerline
             CLOSE ledgerfile
            ELSE
             MOVE SPACES TO logmsg
             STRING "could not write distribution ledger - status "
              ledgerstatus DELIMITED BY SIZE INTO logmsg
             MOVE "ERROR" TO logsev
             PERFORM Log
            END-IF.

      *Looks for the receipt beside the answer file sent. A
      *delivery whose receipt did not match is looked at again
      *each run, and recorded only once a corrected receipt does.
           Matchreceipt.
            MOVE FUNCTION LENGTH(FUNCTION TRIM(dlpath(delidx)))
             TO pathlen
            IF pathlen < 5 THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO receiptpath
            STRING dlpath(delidx)(1:pathlen - 4) ".rcpt"
             DELIMITED BY SIZE INTO receiptpath
            OPEN INPUT receiptfile
            IF receiptstatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO receiptrec
            READ receiptfile
             AT END
              MOVE SPACES TO receiptrec
            END-READ
            CLOSE receiptfile
            MOVE SPACES TO rtok1 rtok2 rtok3 rtok4
            UNSTRING receiptrec DELIMITED BY ALL SPACES
             INTO rtok1 rtok2 rtok3 rtok4
            MOVE 0 TO rtrecords
            IF FUNCTION TRIM(rtok3) IS NUMERIC THEN
             COMPUTE rtrecords = FUNCTION NUMVAL(rtok3)
            END-IF
            MOVE dlid(delidx) TO deliveryid
            MOVE dlunit(delidx) TO ldunit
            MOVE 0 TO ldfp
            MOVE rtrecords TO ldrecords
            MOVE SPACES TO lddetail
            STRING FUNCTION TRIM(receiptpath) " "
             FUNCTION TRIM(receiptrec)
             DELIMITED BY SIZE INTO lddetail
            IF rtok1 = "RECEIPT" AND rtok2 = dlid(delidx)
             AND rtrecords = dlrecords(delidx) THEN
             MOVE "RECEIVED" TO ldevent dlstate(delidx)
             ADD 1 TO receivednow
            ELSE
             IF dlstate(delidx) = "MISMATCH" THEN
              EXIT PARAGRAPH
             END-IF
             MOVE "MISMATCH" TO ldevent dlstate(delidx)
             ADD 1 TO mismatchnow
            END-IF
            MOVE 0 TO dlescalated(delidx)
            PERFORM Writereceiptledger
            MOVE SPACES TO reportrec
            STRING "  " dlunit(delidx) " " dlid(delidx) " "
             dlstate(delidx) " " FUNCTION TRIM(receiptrec)
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec.

      *A receipt or escalation record, for the delivery at delidx.
           Writereceiptledger.
            MOVE nowdate TO ldate
            MOVE nowtime TO ltime
            MOVE dlid(delidx) TO ldid
            MOVE dlunit(delidx) TO ldunit
            OPEN EXTEND ledgerfile
            IF ledgerstatus NOT= "00" THEN
             OPEN OUTPUT ledgerfile
            END-IF
            IF ledgerstatus = "00" THEN
             WRITE ledgerrec FROM ledgerline
             CLOSE ledgerfile
            END-IF.

      *A delivery without a matching receipt: its age against the
      *cutoff, and one escalation once it is past it (at once for
      *a receipt that does not match).
           Chaseone.
            ADD 1 TO outstanding
            COMPUTE nowint =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(nowdate))
            COMPUTE sentint = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(dldate(delidx)))
            COMPUTE nowsecs = FUNCTION NUMVAL(nowtime(1:2)) * 3600
             + FUNCTION NUMVAL(nowtime(3:2)) * 60
             + FUNCTION NUMVAL(nowtime(5:2))
            COMPUTE sentsecs =
             FUNCTION NUMVAL(dltime(delidx)(1:2)) * 3600
             + FUNCTION NUMVAL(dltime(delidx)(3:2)) * 60
             + FUNCTION NUMVAL(dltime(delidx)(5:2))
            COMPUTE agesecs = (nowint - sentint) * 86400
             + nowsecs - sentsecs
            IF agesecs < 0 THEN
             MOVE 0 TO agesecs
            END-IF
            COMPUTE agehours = agesecs / 3600
            MOVE agehours TO countedit
            MOVE SPACES TO escnote
            IF dlescalated(delidx) = 1 THEN
             MOVE ", escalated" TO escnote
            END-IF
            MOVE SPACES TO reportrec
            STRING "  " dlunit(delidx) " " dlid(delidx) " "
             dlstate(delidx) " sent " dldate(delidx) " "
             dltime(delidx) " - " FUNCTION TRIM(countedit)
             " hour(s) ago" escnote
             DELIMITED BY SIZE INTO reportrec
            WRITE reportrec
            IF dlescalated(delidx) = 1 THEN
             EXIT PARAGRAPH
            END-IF
            IF dlstate(delidx) NOT= "MISMATCH"
             AND agehours < cutoffhours THEN
             EXIT PARAGRAPH
            END-IF
            MOVE SPACES TO alerttext
            IF dlstate(delidx) = "MISMATCH" THEN
             STRING "receipt for " FUNCTION TRIM(dlid(delidx))
              " does not match what was sent - "
              FUNCTION TRIM(dlunit(delidx))
              DELIMITED BY SIZE INTO alerttext
            ELSE
             STRING "no receipt for " FUNCTION TRIM(dlid(delidx))
              " after " FUNCTION TRIM(countedit) " hour(s) - "
              FUNCTION TRIM(dlunit(delidx))
              DELIMITED BY SIZE INTO alerttext
            END-IF
            MOVE "DISTRIB" TO alertclass
            CALL "alerter" USING alertclass alerttext
            MOVE "ESCALATE" TO ldevent
            MOVE dlrecords(delidx) TO ldrecords
            MOVE 0 TO ldfp
            MOVE alerttext TO lddetail
            PERFORM Writereceiptledger
            MOVE 1 TO dlescalated(delidx)
            ADD 1 TO escalatednow
            MOVE SPACES TO reportrec
            STRING "    escalated: " FUNCTION TRIM(alerttext)
             DELIMITED BY SIZE INTO reportrec
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
