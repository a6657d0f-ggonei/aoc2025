           01 ansrecord.
             02 anskey.
               03 ansdate PIC X(8).
               03 ansday PIC 9(2).
               03 anspart PIC X(2).
             02 ansprogram PIC X(14).
             02 ansanswer PIC X(40).
             02 ansverdict PIC X(8).
             02 ansrunid PIC X(11).
             02 anschecksum PIC 9(7).
             02 anssignoff PIC X(8).
             02 anssigner PIC X(12).
             02 anssigndate PIC X(8).
             02 ansstate PIC X(8).
             02 anslocation PIC X(250).
