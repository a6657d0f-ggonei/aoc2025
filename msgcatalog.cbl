       DATA DIVISION.
           FILE SECTION.
             FD logfile.
             01 logrec PIC X(170).
             FD catfile.
             01 catrec PIC X(160).
             FD reportfile.
