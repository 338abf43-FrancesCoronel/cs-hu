
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  seqbout-status pic xx.
       01  rpt-status pic xx.
           copy "WS-EOF-SWITCH".
           display "DocRegister: " doc-count " document(s), "
               seen-type-count " type(s), " page-number " page(s)"
           if warning-count is greater than zero
               move "DocRegister" to alert-program-id
               move "WARNING" to alert-severity
               move "REGISTER-WARNING" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
