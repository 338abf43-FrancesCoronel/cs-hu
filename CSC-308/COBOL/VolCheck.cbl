
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  mtd-status pic xx.
       01  rpt-status pic xx.
           copy "WS-MTD-RECORD".
               " figure(s) out of pattern over " days-held
               " prior day(s)"
           if out-of-pattern-count is greater than zero
               move "VolCheck" to alert-program-id
               move "WARNING" to alert-severity
               move "VOLUME-PATTERN" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
