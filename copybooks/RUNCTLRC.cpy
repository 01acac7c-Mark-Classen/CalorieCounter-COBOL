      *> Run-control record layout: one record per CalorieBatch run,
      *> appended to RUN-CONTROL.DAT at end of run as the permanent
      *> operational audit trail.  At startup the batch compares the
      *> input file's record count, calorie hash total and record
      *> hash against today's runs (every run, when JobStream
      *> started it) and refuses (or warns and asks) before posting
      *> the same file twice.  RN-Record-Hash sums every character
      *> of every input line weighted by its column, so files with
      *> blank calorie columns and the same line count still differ;
      *> records written before it was kept have it blank and are
      *> matched on count and calorie hash alone, today's runs only.
      *> Backout runs carry zero.  RN-Run-Id (date plus time) is
      *> stamped on every daily-log record the run writes, so one
      *> run's postings can be identified and backed out.
       01  RN-Record.
           05  RN-Run-Id            PIC X(14).
           05  RN-Run-Date          PIC 9(8).
           05  RN-Accepted-Count    PIC 9(6).
           05  RN-Rejected-Count    PIC 9(6).
           05  RN-Calorie-Hash      PIC 9(9)V99.
           05  RN-Record-Hash       PIC 9(15).
