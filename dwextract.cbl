             FD reportfile.
             01 reportrec PIC X(80).
             FD ckfile.
             01 ckrec PIC X(160).
             FD excrepofile.
             01 excreporec PIC X(120).
             FD extractfile.
