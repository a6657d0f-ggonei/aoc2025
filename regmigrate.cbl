       DATA DIVISION.
           FILE SECTION.
            FD registryfile.
            01 registryrec PIC X(340).
            FD yearfile.
            01 yearrec PIC X(340).

           WORKING-STORAGE SECTION.
            01 logsev PIC X(5) VALUE "INFO ".
            01 keptcount PIC 9(5) VALUE 0.
            01 keepidx PIC 9(5) VALUE 0.
            01 keeptab.
             02 keeprec PIC X(340) OCCURS 20000 TIMES.
            01 plen PIC 9(3) VALUE 0.
            01 pbase PIC X(250) VALUE SPACES.
            01 kregop PIC X(4) VALUE SPACES.
