
       working-storage section.
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
       01  unknown-account-count pic 9(7) comp-3 value zero.
      * what the load side actually saw, checked against the trailer
           perform write-audit-record
           if duplicate-count is greater than zero
               or unknown-account-count is greater than zero
               move "FileSort" to alert-program-id
               move "WARNING" to alert-severity
               move "SORT-EXCEPTIONS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
      * good ones RELEASE straight to the sort work file - storage
      * never holds more than one record
       release-branch-files.
      * every key is edited against the account master - held
      * open for the whole load
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform varying current-branch from 1 by 1
                   until current-branch is greater than branch-count
               perform release-one-branch-file
           end-perform
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record.

       release-one-branch-file.
           move zero to branch-loaded (current-branch)
