      *> Job-step control record for JOB-STEP.DAT, the hand-off
      *> between the JobStream driver and each program it runs
      *> (AppImport, CalorieBatch, DayClose, CalorieAudit,
      *> CalorieExport).  The driver writes one record naming the
      *> program, the run date, the processing date (the day being
      *> closed and exported, normally the day before the run date)
      *> and the user, with JS-Outcome blank, then starts the
      *> program.  A program that finds a pending record addressed
      *> to it runs unattended: its questions are answered from the
      *> record instead of ACCEPT, anything that would need an
      *> operator's judgement fails the step instead of asking, and
      *> at the end it rewrites the record with JS-Outcome "S"
      *> (succeeded) or "F" (failed), its record counts and a
      *> message.  A record still blank when the program ends means
      *> it never got that far.  With no JOB-STEP.DAT, or one
      *> addressed to another program, the program prompts as usual.
       01  JS-Record.
           05  JS-Program           PIC X(16).
           05  JS-Run-Date          PIC 9(8).
           05  JS-Process-Date      PIC 9(8).
           05  JS-User-Id           PIC X(10).
           05  JS-Outcome           PIC X.
           05  JS-Read-Count        PIC 9(7).
           05  JS-Written-Count     PIC 9(7).
           05  JS-Rejected-Count    PIC 9(7).
           05  JS-Message           PIC X(60).
