      *One legal hold, as a line of the legal-hold file:
      *  HOLD <matter> <from> <to> <days> <kinds> <placedby> <on>
      *from/to are YYYYMMDD and bound the artifact dates held;
      *days is ALL or the day digits held (e.g. 159); kinds is
      *ALL or a comma list of REPORTS, EXCEPTIONS and ARCHIVES.
      *A hold is placed by adding its line and released by taking
      *it out, both only through changectl (target legalholds) so
      *each carries two names in the change ledger. Lines starting
      *with * are comments.
           01 holdline.
             02 hltag PIC X(4).
             02 hlmatter PIC X(12).
             02 hlfrom PIC X(8).
             02 hlto PIC X(8).
             02 hldays PIC X(9).
             02 hlkinds PIC X(30).
             02 hlplacedby PIC X(12).
             02 hlplacedon PIC X(8).
