             01 wantheader PIC X(22) VALUE SPACES.
             01 mkcmd PIC X(270) VALUE SPACES.
             01 outcome PIC X(10) VALUE SPACES.
      *Legal holds (holdserv): a held report sweeper left in its
      *day directory is retrieved from there, and every retrieval
      *of held material names the matter in the retrieval log.
             01 hsop PIC X(4) VALUE "CHEK".
             01 hskind PIC X(10) VALUE SPACES.
             01 hsfrom PIC X(8) VALUE SPACES.
             01 hsto PIC X(8) VALUE SPACES.
             01 hsday PIC X(1) VALUE SPACE.
             01 hsmatter PIC X(12) VALUE SPACES.
             01 hsresult PIC X(1) VALUE "N".
             01 livereport PIC X(250) VALUE SPACES.
             01 holdnote PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
      *Retrieval service for the swept report archives: give a
            STOP RUN
           END-IF
           PERFORM Searchindex
           PERFORM Checkhold
           IF ixfound = 0 AND hsresult NOT= "Y" THEN
            MOVE "NOTFOUND" TO outcome
            PERFORM Writerlog
            DISPLAY "NOTFOUND - " wantday " " wantpart " "
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF
           MOVE SPACES TO mkcmd
           STRING "mkdir -p " FUNCTION TRIM(reviewdir)
            DELIMITED BY SIZE INTO mkcmd
            FUNCTION TRIM(wantday) "_"
            FUNCTION TRIM(wantpart) "_" wantdate ".txt"
            DELIMITED BY SIZE INTO outpath
           IF ixfound = 0 THEN
            PERFORM Copylive
           ELSE
            MOVE SPACES TO archivepath
            STRING FUNCTION TRIM(archivebase) "_" ixmonthval
             ".txt"
             DELIMITED BY SIZE INTO archivepath
            PERFORM Copysection
           END-IF
           IF copiedlines = 0 THEN
            MOVE "NOTFOUND" TO outcome
            PERFORM Writerlog
            IF ixfound = 0 THEN
             DISPLAY "NOTFOUND - under legal hold "
              FUNCTION TRIM(hsmatter) " but not in the archive "
              "index or its day directory"
            ELSE
             DISPLAY "NOTFOUND - indexed but the archive member "
              "no longer holds it (aged past retention?)"
            END-IF
            MOVE 4 TO RETURN-CODE
            STOP RUN
           END-IF
           PERFORM Writerlog
           DISPLAY "retrieved " copiedlines " line(s) to "
            FUNCTION TRIM(outpath)
           IF hsresult = "Y" THEN
            DISPLAY "under legal hold " FUNCTION TRIM(hsmatter)
             " - the review copy is held material"
           END-IF
           MOVE SPACES TO logmsg
           STRING "archive retrieval - " FUNCTION TRIM(wantday)
            " " FUNCTION TRIM(wantpart) " " wantdate " to "
            END-PERFORM
            CLOSE indexfile.

      *Is the report, or failing that the archive member it went
      *to, under a legal hold.
           Checkhold.
            MOVE "REPORTS" TO hskind
            MOVE wantdate TO hsfrom
            MOVE wantdate TO hsto
            MOVE wantday(4:1) TO hsday
            PERFORM Askhold
            IF hsresult NOT= "Y" AND ixfound = 1 THEN
             MOVE "ARCHIVES" TO hskind
             MOVE SPACES TO hsfrom hsto
             STRING ixmonthval "01" DELIMITED BY SIZE INTO hsfrom
             STRING ixmonthval "31" DELIMITED BY SIZE INTO hsto
             MOVE SPACE TO hsday
             PERFORM Askhold
            END-IF.

           Askhold.
            MOVE SPACES TO hsmatter
            MOVE "N" TO hsresult
            CALL "holdserv" USING hsop hskind hsfrom hsto hsday
             hsmatter hsresult
             ON EXCEPTION
              MOVE "N" TO hsresult
            END-CALL.

      *A held report sweeper never archived, copied whole from its
      *day directory.
           Copylive.
            MOVE 0 TO copiedlines
            MOVE SPACES TO livereport
            IF wantpart(1:2) = "P2" THEN
             STRING FUNCTION TRIM(batchroot) "/"
              FUNCTION TRIM(wantday) "/p2report_" wantdate ".txt"
              DELIMITED BY SIZE INTO livereport
            ELSE
             STRING FUNCTION TRIM(batchroot) "/"
              FUNCTION TRIM(wantday) "/p1report_" wantdate ".txt"
              DELIMITED BY SIZE INTO livereport
            END-IF
            MOVE livereport TO archivepath
            OPEN INPUT archivefile
            IF archivestatus NOT= "00" THEN
             EXIT PARAGRAPH
            END-IF
            OPEN OUTPUT outfile
            IF outstatus NOT= "00" THEN
             CLOSE archivefile
             EXIT PARAGRAPH
            END-IF
            MOVE 0 TO eof
            PERFORM UNTIL eof = 1
             READ archivefile INTO archiverec
              AT END
               MOVE 1 TO eof
              NOT AT END
               WRITE outrec FROM archiverec
               ADD 1 TO copiedlines
             END-READ
            END-PERFORM
            CLOSE outfile
            CLOSE archivefile
            IF copiedlines = 0 THEN
             DELETE FILE outfile
            END-IF.

      *Copies the report's section out of the monthly member: from
      *its "== dayN Pn date ==" header to the next header.
           Copysection.
             OPEN OUTPUT rlogfile
            END-IF
            IF rlogstatus = "00" THEN
             MOVE SPACES TO holdnote
             IF hsresult = "Y" THEN
              STRING "HOLD " hsmatter DELIMITED BY SIZE
               INTO holdnote
             END-IF
             MOVE SPACES TO rlogrec
             STRING FUNCTION CURRENT-DATE(1:8) " "
              FUNCTION CURRENT-DATE(9:6) " "
              FUNCTION TRIM(retruser) " "
              FUNCTION TRIM(wantday) " "
              FUNCTION TRIM(wantpart) " " wantdate " "
              FUNCTION TRIM(outcome) " " FUNCTION TRIM(holdnote)
              DELIMITED BY SIZE INTO rlogrec
             WRITE rlogrec
             CLOSE rlogfile
