      *One exception case per line of the case file, keyed by the
      *program and exception key pattern it was opened against -
      *digits held as "#" the way excrecur groups them, a trailing
      *"*" matching any key that starts with what precedes it, and
      *program "*" matching any program. State is OPEN, CLOSED or
      *REOPENED (a matching exception seen after the close date);
      *the newest note and who last touched the case ride along,
      *the full dated history lives in the case notes file.
           01 caseline.
             02 csnumber PIC 9(4).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csprogram PIC X(14).
             02 FILLER PIC X(1) VALUE SPACE.
             02 cspattern PIC X(20).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csstate PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csowner PIC X(12).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csopened PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csopenby PIC X(12).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csclosed PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csresolution PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csreopens PIC 9(3).
             02 FILLER PIC X(1) VALUE SPACE.
             02 cslastseen PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 cslastnote PIC X(40).
             02 FILLER PIC X(1) VALUE SPACE.
             02 csactor PIC X(12).
