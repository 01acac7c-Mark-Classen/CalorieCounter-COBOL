      *> Alert record layout for ALERTS.DAT, maintained by the
      *> Watchlist run: one record per user, alert type and date
      *> raised.  AL-Status is "O" while the condition still holds
      *> and "C" once a later run finds it cleared, with
      *> AL-Cleared-Date set; an open alert is never raised a second
      *> time, so a nightly run adds a record only when a condition
      *> first appears (or appears again after clearing).
      *> AL-Since-Date is when the condition started (last log,
      *> first OVER day of the run, last weigh-in, oldest pending
      *> exception or oldest unclosed day; zero when there is none
      *> on file) and AL-Value the days, weeks or records found
      *> against AL-Threshold.
       01  AL-Record.
           05  AL-User-Id           PIC X(10).
           05  AL-Alert-Type        PIC X(8).
           05  AL-Raised-Date       PIC 9(8).
           05  AL-Status            PIC X.
           05  AL-Cleared-Date      PIC 9(8).
           05  AL-Since-Date        PIC 9(8).
           05  AL-Value             PIC 9(5).
           05  AL-Threshold         PIC 9(3).
           05  AL-Message           PIC X(50).
