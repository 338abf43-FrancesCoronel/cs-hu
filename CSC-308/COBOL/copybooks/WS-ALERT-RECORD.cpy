      *****************************************************************
      *                                                               *
      * WS-ALERT-RECORD                                               *
      *                                                               *
      * Common layout for one line on the operator alert queue        *
      * (ALERTQ). A step that ends RC-WARNING or worse says why       *
      * here through RaiseAlert - the program, the run, how bad,      *
      * and a short reason code - instead of only on its own          *
      * report. DailyBatch adds a CRITICAL line for a step that       *
      * stops the night. The day shift acknowledges each line         *
      * through AlertReport's ALERTACK transactions, which fill in    *
      * who, when, and a note, so a warning dealt with no longer      *
      * looks like one nobody read.                                   *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-alert-record.
           05  alr-program-id pic x(12).
           05  alr-run-date pic x(8).
           05  alr-run-time pic x(8).
           05  alr-run-number pic 9(9).
           05  alr-severity pic x(8).
               88  alr-warning value "WARNING".
               88  alr-error value "ERROR".
               88  alr-critical value "CRITICAL".
           05  alr-reason pic x(16).
           05  alr-status pic x.
               88  alr-open value "O", " ".
               88  alr-acknowledged value "A".
           05  alr-ack-operator pic x(8).
           05  alr-ack-date pic x(8).
           05  alr-ack-time pic x(8).
           05  alr-ack-note pic x(30).
