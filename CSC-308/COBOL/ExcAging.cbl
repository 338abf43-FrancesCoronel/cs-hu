      *     - an open item NOT in tonight's CMPEXC has come back     *
      *       within tolerance - it is marked R (resolved) with the  *
      *       resolution date, not silently dropped                  *
      *     - an item WriteOff has closed (status W) is history      *
      *       only - it is neither matched nor aged again            *
      *                                                               *
      * The aging report (EXCAGRPT) buckets the open items 1 day /   *
      * 2-5 days / over 5 days, oldest bucket first, so the          *

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==cmpexc-status==.
       01  exchist-status pic xx.
           05  eh-status pic x.
               88  eh-open value "O".
               88  eh-resolved value "R".
               88  eh-written-off value "W".
           05  eh-first-seen pic x(8).
           05  eh-resolved-date pic x(8).
           05  eh-key pic x(39).
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * the control keys that hold the master open through the run
      * and free it at the end, rather than an open and close on
      * every lookup
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
       01  lookup-account pic x(8).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
               function integer-of-date (function numval (run-date))

           perform load-history-table
      * each of tonight's exceptions looks up its account's owner -
      * the master is held open for the merge
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform merge-tonights-exceptions
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record
           perform resolve-unmatched-items
           perform rewrite-history-file
           perform print-aging-report
           display "ExcAging: " open-count " open, " new-count
               " new, " resolved-count " resolved"
           if open-count is greater than zero
               move "ExcAging" to alert-program-id
               move "WARNING" to alert-severity
               move "OPEN-EXCEPTIONS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
               call "AcctLookup" using lookup-account
                   acct-lookup-result ws-acct-record
               if acct-lookup-active or acct-lookup-closed
                       or acct-lookup-dormant
                   move acct-owner to eh-owner
               end-if
               add 1 to hist-count
