            FD paramfile.
            01 paramrec PIC X(300).
            FD efffile.
            01 effrec PIC X(320).

           WORKING-STORAGE SECTION.
           01 parampath PIC X(250) VALUE SPACES.
           01 entryto PIC 9(8) VALUE 99999999.
      *Every lookup this service answers is recorded once per
      *process in the effective-configuration report - key, value
      *served, where it came from (ENV / FILE / DEFAULT, the last
      *meaning the caller fell back to its built-in) and the job
      *that asked - so a run's true parameters are one document,
      *not an hour of reconstruction.
           01 effpath PIC X(250) VALUE SPACES.
           01 effstatus PIC X(2) VALUE SPACES.
           01 effregistered PIC 9(1) VALUE 0.
             02 eflsource PIC X(7).
             02 FILLER PIC X(1) VALUE SPACE.
             02 eflval PIC X(250).
             02 FILLER PIC X(1) VALUE SPACE.
             02 efljob PIC X(14).

           LINKAGE SECTION.
           01 confkey PIC X(30).
            END-IF
            MOVE confkey TO eflkey
            MOVE effsource TO eflsource
            MOVE SPACES TO efljob
            ACCEPT efljob FROM ENVIRONMENT "JOB_NAME"
            IF confval = SPACES THEN
             MOVE "(builtin)" TO eflval
            ELSE
