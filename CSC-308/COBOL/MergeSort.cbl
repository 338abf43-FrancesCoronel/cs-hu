
       01  displayarray pic x(20).
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==bsin-status==.
       01  bsrpt-status pic xx.
           88  acct-lookup-closed value "C".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * the control keys that hold the master open through the run
      * and free it at the end, rather than an open and close on
      * every lookup
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
       01  lookup-account pic x(8).
       01  unknown-account-count pic 9(5) comp-3 value zero.
       01  duplicate-count pic 9(5) comp-3 value zero.
      * load the array table from the three branch key files in
      * turn, each with its own header/trailer check
           perform load-record-selection.
      * every key is edited against the account master - held
      * open for the whole load
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform varying current-branch from 1 by 1
                   until current-branch is greater than branch-count
               perform load-one-branch-file
           end-perform
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record.
           accept sort-order from environment "BSORDER"
           if sort-order not equal "D" and sort-order not equal "A"
               move "A" to sort-order
           perform write-audit-record.
           if duplicate-count is greater than zero
               or unknown-account-count is greater than zero
               move "MergeSort" to alert-program-id
               move "WARNING" to alert-severity
               move "SORT-EXCEPTIONS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
