      *> Job-log record layout for JOB-LOG.DAT, appended by the
      *> JobStream driver as the end-of-day chain runs.  Each step
      *> gets a START record when it is started and an END record
      *> with its outcome ("S" succeeded, "F" failed), record counts
      *> and message when it finishes; a step already completed for
      *> the same run date and user gets a SKIP record on a restart
      *> instead of being run again.  The job itself is logged under
      *> JL-Step-Name "JOBSTREAM" with BEGIN and END records, the END
      *> carrying the job's outcome and, on failure, why it stopped.
      *> The log is append-only; a restart reads it back to find the
      *> steps that already ran clean for the run date.
       01  JL-Record.
           05  JL-Run-Date          PIC 9(8).
           05  JL-Step-Name         PIC X(16).
           05  JL-User-Id           PIC X(10).
           05  JL-Event             PIC X(5).
           05  JL-Outcome           PIC X.
           05  JL-Stamp-Date        PIC 9(8).
           05  JL-Stamp-Time        PIC 9(6).
           05  JL-Read-Count        PIC 9(7).
           05  JL-Written-Count     PIC 9(7).
           05  JL-Rejected-Count    PIC 9(7).
           05  JL-Message           PIC X(60).
