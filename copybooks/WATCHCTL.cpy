      *> Watchlist control record for WATCH-CONTROL.DAT, read by the
      *> Watchlist run.  One line per threshold, keyed with any
      *> editor; lines starting "*" are comments.  WC-Alert-Type is
      *> one of the Watchlist alert types:
      *>   NOLOG     days since the user last logged food
      *>   OVERGOAL  OVER days in a row (DL-Goal-Status) up to the
      *>             latest day the user logged
      *>   NOWEIGH   weeks since the last WEIGHT-LOG.DAT weigh-in
      *>   EXCPEND   days an EXCEPTIONS.DAT record may stay pending
      *>   UNCLOSED  days a logged day may stay unclosed in
      *>             DAILY-SUMMARY.DAT
      *> A blank WC-User-Id sets the threshold for everyone; a user
      *> id sets it for that user only, overriding the general line.
      *> WC-Threshold-Text is a whole number; 0 turns the check off.
      *> Types with no line keep the Watchlist defaults (3 days, 5
      *> days, 2 weeks, 7 days and 2 days).
       01  WC-Record.
           05  WC-Alert-Type        PIC X(8).
           05  FILLER               PIC X.
           05  WC-User-Id           PIC X(10).
           05  FILLER               PIC X.
           05  WC-Threshold-Text    PIC X(5).
