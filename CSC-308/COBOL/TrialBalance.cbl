
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  balmstr-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
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
       01  branch-subtotals.
           05  branch-subtotal-entry occurs 10 times.
               10  bs-tag pic x(2).
           open output report-file
           perform start-new-page

      * every account's branch comes off the master - held open
      * for the balance section
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform print-balance-section
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record

           move spaces to report-line
           perform write-report-line
           if crossfoot-error-count is greater than zero
               or (add-line-found
                   and tie-difference not equal zero)
               move "TrialBalance" to alert-program-id
               move "WARNING" to alert-severity
               move "TRIAL-NOT-TIED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           move "??" to current-branch-tag
           call "AcctLookup" using bal-account acct-lookup-result
               ws-acct-record
           if (acct-lookup-active or acct-lookup-closed
                   or acct-lookup-dormant)
               and acct-branch not equal spaces
               move acct-branch to current-branch-tag
           end-if
