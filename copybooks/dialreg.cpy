           01 dialregline.
             02 drgdial PIC 9(2).
             02 FILLER PIC X(1) VALUE "|".
             02 drgstatus PIC X(14).
             02 FILLER PIC X(1) VALUE "|".
             02 drgstatdate PIC X(8).
             02 FILLER PIC X(1) VALUE "|".
             02 drgcommissioned PIC X(8).
             02 FILLER PIC X(1) VALUE "|".
             02 drglocation PIC X(20).
             02 FILLER PIC X(1) VALUE "|".
             02 drgowner PIC X(20).
