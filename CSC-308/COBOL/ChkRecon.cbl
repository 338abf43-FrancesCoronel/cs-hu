
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==chkiss-status==.
       01  chkisswk-status pic xx.
           display "ChkRecon: " outstanding-count " outstanding, "
               never-issued-count " cleared-never-issued"
           if never-issued-count is greater than zero
               move "ChkRecon" to alert-program-id
               move "ERROR" to alert-severity
               move "NEVER-ISSUED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-ERROR to return-code
           else
               if outstanding-count is greater than zero
                   move "ChkRecon" to alert-program-id
                   move "WARNING" to alert-severity
                   move "CHECKS-OUTSTAND" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-WARNING to return-code
               else
                   move RC-SUCCESS to return-code
