
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  distctl-status pic xx.
       01  rptin-status pic xx.
       01  packet-status pic xx.
           if map-count is equal to zero
               display "Distribute: DISTCTL not on file or empty "
                   "- nothing to distribute"
               move "Distribute" to alert-program-id
               move "WARNING" to alert-severity
               move "NO-DISTCTL" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
               stop run
           end-if
               "bundled for " recipient-count " recipient(s), "
               reports-missing " missing"
           if reports-missing is greater than zero
               move "Distribute" to alert-program-id
               move "WARNING" to alert-severity
               move "REPORTS-MISSING" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
