           05  number1 pic s9(6) comp-3.
           05  number2 pic s9(6) comp-3.
           05  trans-eff-date pic x(8).
           05  trans-contra-account pic x(8).
       01  trans-header-record.
           05  th-record-type pic x(3).
               88  feed-header value "HDR".
           05  th-feed-name pic x(8).
           05  th-creation-date pic x(8).
           05  filler pic x(24).
       01  trans-trailer-record.
           05  tt-record-type pic x(3).
               88  feed-trailer value "TRL".
           05  tt-record-count pic 9(7) comp-3.
           05  tt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  trans-work-file.
       01  trans-work-record pic x(43).

      * the business calendar - one yyyymmdd bank holiday per line,
      * same file DailyBatch's date advance reads

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  standing-status pic xx.
       01  addin-status pic xx.
       01  addwrk-status pic xx.
      * feed rebuild bookkeeping - the new trailer carries these
       01  header-held-switch pic x value "N".
           88  header-held value "Y".
       01  held-header pic x(43).
       01  feed-record-count pic 9(7) comp-3 value zero.
       01  feed-hash-total pic s9(11) comp-3 value zero.
      * the as-received fingerprint - a re-dropped original must
           display "StandOrder: " instructions-read
               " instruction(s), " instructions-due " due tonight"
           if instructions-bad is greater than zero
               move "StandOrder" to alert-program-id
               move "WARNING" to alert-severity
               move "BAD-INSTRUCTION" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           move si-amount to number1
           move zero to number2
           move run-date to trans-eff-date
           move spaces to trans-contra-account
           add 1 to feed-record-count
           add number1 number2 to feed-hash-total
           move trans-record to trans-work-record
               move held-header to trans-record
               write trans-record
           else
               move spaces to trans-header-record
               move "HDR" to th-record-type
               move "ADDIN" to th-feed-name
               move run-date to th-creation-date
