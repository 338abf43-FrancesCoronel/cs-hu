
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==seqbout-status==.
       01  seqtype-status pic xx.
               when duplicate-count is greater than zero
                   or error-count is greater than zero
                   or unknown-type-count is greater than zero
                   move "SeqAudit" to alert-program-id
                   move "ERROR" to alert-severity
                   move "SERIES-BROKEN" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-ERROR to return-code
               when gap-count is greater than zero
                   or warning-count is greater than zero
                   move "SeqAudit" to alert-program-id
                   move "WARNING" to alert-severity
                   move "SERIES-GAPS" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-WARNING to return-code
               when other
                   move RC-SUCCESS to return-code
