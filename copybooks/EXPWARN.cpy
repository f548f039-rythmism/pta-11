      *> EXPWARN.cpy
      *> Record layout for the EXPWARN expiry-warning file written by
      *> PTSEXP, the monthly dormant-points expiry run. One record per
      *> player whose points will be forfeited by the next monthly run
      *> if nothing is traded first, so the notice mailer can tell
      *> the player before anything is lost. EW-EXPIRY-DATE is the
      *> calendar date (YYYYMMDD) from which the balance is past the
      *> inactivity threshold -- last activity plus the threshold in
      *> months, plus one day; the first PTSEXP run on or after it
      *> forfeits the balance. EW-SCORE-AT-RISK is the balance as of
      *> this run.
       01  EW-WARNING-RECORD.
           05  EW-PLAYER-ID          PIC X(10).
           05  EW-SCORE-AT-RISK      PIC 9(9).
           05  EW-LAST-ACTIVITY      PIC 9(8).
           05  EW-EXPIRY-DATE        PIC 9(8).
           05  EW-RUN-DATE           PIC 9(8).
           05  FILLER                PIC X(17).
