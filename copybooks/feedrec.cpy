      *One feed-quality ledger record (written through feedqual).
      *NIGHT - one per feed per night from the day program that
      *consumes it: records received, rejected, recycled (corrected
      *or held records fed back in) and quarantined. REASON - one
      *behind each NIGHT per reason code, the records rejected or
      *quarantined under it in fqrejected. ACCEPTED and REFUSED -
      *a delivery stager took in or turned away (records read in
      *fqreceived, the refusal in fqreason); LATE - a feed
      *installed after the batch had already run its day degraded;
      *DEGRADED - a night the driver ran the day on an archived
      *input. A rerun writes its NIGHT again and the later one,
      *with the REASON records behind it, replaces the earlier.
           01 feedline.
             02 fqdate PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fqfeed PIC X(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fqkind PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fqprogram PIC X(14).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fqreceived PIC 9(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fqrejected PIC 9(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fqrecycled PIC 9(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fqquarant PIC 9(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 fqreason PIC X(20).
