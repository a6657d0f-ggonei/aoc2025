      *One line per job per regression harness run, keyed by the
      *harness run's clock stamp: the candidate build it replayed,
      *the checksum of the job's executable in that build when it
      *ran, the dates compared, and how the answers came out.
      *CLEAN - every compared answer matched the published one;
      *DIRTY - at least one differed or no answer was produced;
      *EMPTY - nothing published to compare against. A program
      *promotion is approved only against a CLEAN line whose
      *checksum still matches the build being promoted.
           01 harnline.
             02 hrrun PIC X(14).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrjob PIC X(14).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrcksum PIC X(10).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrfrom PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrto PIC X(8).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrpassed PIC 9(3).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrfailed PIC 9(3).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrskipped PIC 9(3).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrverdict PIC X(5).
             02 FILLER PIC X(1) VALUE SPACE.
             02 hrbuild PIC X(200).
