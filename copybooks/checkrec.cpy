             02 checkactual PIC X(40).
             02 FILLER PIC X(9) VALUE " VERDICT ".
             02 checkverdict PIC X(8).
             02 FILLER PIC X(7) VALUE " BUILD ".
             02 checkbuild PIC X(14).
