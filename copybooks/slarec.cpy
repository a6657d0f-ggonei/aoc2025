      *One service-level verdict per deliverable per batch date,
      *written once the verdict is final: MET (delivered by its due
      *time), BREACHED (the due time passed first, or the delivery
      *came late) or N/A (not due on that date under its calendar
      *rule). Due and delivered times are HHMMSS; delivered stays
      *spaces when nothing had arrived when the verdict was taken.
           01 slaline.
             02 sldate PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 slname PIC X(14).
             02 FILLER PIC X(1) VALUE SPACE.
             02 slverdict PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 sldue PIC X(6).
             02 FILLER PIC X(1) VALUE SPACE.
             02 sldelivered PIC X(6).
