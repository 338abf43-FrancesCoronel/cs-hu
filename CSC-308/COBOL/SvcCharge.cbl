           05  chg-number1 pic s9(6) comp-3.
           05  chg-number2 pic s9(6) comp-3.
           05  chg-eff-date pic x(8).
           05  chg-contra-account pic x(8).
       01  charge-header-record.
           05  chh-record-type pic x(3).
           05  chh-feed-name pic x(8).
           05  chh-creation-date pic x(8).
           05  filler pic x(24).
       01  charge-trailer-record.
           05  cht-record-type pic x(3).
           05  cht-record-count pic 9(7) comp-3.
           05  cht-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  report-file.
       01  report-line pic x(80).
           88  acct-lookup-closed value "C".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * the control keys that hold the master open through the run
      * and free it at the end, rather than an open and close on
      * every lookup
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  report-heading-1.
           write report-line

           open output charge-file
           move spaces to charge-header-record
           move "HDR" to chh-record-type
           move "SVCADDIN" to chh-feed-name
           move run-date to chh-creation-date
           write charge-record from charge-header-record

      * every balance looks up its account's class - the master is
      * held open for the pass
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform charge-all-accounts
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record

           move "TRL" to cht-record-type
           move charges-written to cht-record-count
           move effective-charge to chg-number1
           move zero to chg-number2
           move spaces to chg-eff-date
           move spaces to chg-contra-account
           write charge-record
           add 1 to charges-written
           add effective-charge to charge-total
