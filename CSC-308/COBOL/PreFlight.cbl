           05  addin-number1 pic s9(6) comp-3.
           05  addin-number2 pic s9(6) comp-3.
           05  addin-eff-date pic x(8).
           05  addin-contra-account pic x(8).

       fd  cmpin-file.
       01  cmpin-record.
       01  bsin-record pic x(20).

       fd  seqbin-file.
       01  seqbin-record pic x(48).

       fd  report-file.
       01  report-line pic x(80).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  addin-status pic xx.
       01  cmpin-status pic xx.
       01  bsin-status pic xx.
           else
               display "PreFlight: " failure-count
                   " feed problem(s) - stream halted"
               move "PreFlight" to alert-program-id
               move "ERROR" to alert-severity
               move "FEEDS-NOT-READY" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-ERROR to return-code
           end-if
           stop run.
