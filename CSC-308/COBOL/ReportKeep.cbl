
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  live-status pic xx.
       01  generation-status pic xx.
       01  catalog-status pic xx.
           if live-status not equal "00"
               display "ReportKeep: live report " live-name
                   " not on file, status " live-status
               move "ReportKeep" to alert-program-id
               move "WARNING" to alert-severity
               move "REPORT-MISSING" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
               goback
           end-if
