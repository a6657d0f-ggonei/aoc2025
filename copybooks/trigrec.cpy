      *One feed-arrival trigger decision per batch night: when the
      *watch began (the old fixed start), when the complete feed
      *set was seen, the latest-start cutoff, the decision taken
      *(COMPLETE, CUTOFF or NOFEED), when the batch was started and
      *how many seconds later than the watch start that was, feeds
      *complete of those in the delivery manifest, and stager's rc.
           01 trigline.
             02 tgdate PIC X(8).
             02 FILLER PIC X(7) VALUE " WATCH ".
             02 tgwatch PIC X(6).
             02 FILLER PIC X(9) VALUE " ARRIVED ".
             02 tgarrived PIC X(6).
             02 FILLER PIC X(8) VALUE " CUTOFF ".
             02 tgcutoff PIC X(6).
             02 FILLER PIC X(10) VALUE " DECISION ".
             02 tgdecision PIC X(8).
             02 FILLER PIC X(7) VALUE " START ".
             02 tgstart PIC X(6).
             02 FILLER PIC X(6) VALUE " LATE ".
             02 tglate PIC 9(6).
             02 FILLER PIC X(7) VALUE " FEEDS ".
             02 tgfeedsok PIC 9(1).
             02 FILLER PIC X(1) VALUE "/".
             02 tgfeedsset PIC 9(1).
             02 FILLER PIC X(10) VALUE " STAGERRC ".
             02 tgstagerc PIC 9(3).
