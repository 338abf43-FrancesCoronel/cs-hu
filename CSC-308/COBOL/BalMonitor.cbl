
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  balmstr-status pic xx.
       01  movctl-status pic xx.
       01  rpt-status pic xx.
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
       01  current-class pic x(2).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
           move column-heading to report-line
           write report-line

      * every balance looks up its account's class - the master is
      * held open for the pass
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform check-all-accounts
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record

           move spaces to report-line
           write report-line
           display "BalMonitor: " account-count " account(s), "
               breach-count " breach(es)"
           if breach-count is greater than zero
               move "BalMonitor" to alert-program-id
               move "WARNING" to alert-severity
               move "LIMIT-BREACH" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           call "AcctLookup" using bal-account acct-lookup-result
               ws-acct-record
           if acct-lookup-active or acct-lookup-closed
                   or acct-lookup-dormant
               move acct-class to current-class
           end-if
           perform resolve-movement-class
