
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==oldbal-status==.
       01  balmstr-status pic xx.
               records-loaded " loaded, " records-rejected
               " rejected"
           if records-rejected is greater than zero
               move "BalConvert" to alert-program-id
               move "WARNING" to alert-severity
               move "RECORDS-REJECTED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
