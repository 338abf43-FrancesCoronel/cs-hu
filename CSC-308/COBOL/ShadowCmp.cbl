
       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  livebal-status pic xx.
       01  shadbal-status pic xx.
       01  rpt-status pic xx.
               "differ, " crossfoot-error-count " shadow "
               "cross-foot error(s)"
           if crossfoot-error-count is greater than zero
               move "ShadowCmp" to alert-program-id
               move "ERROR" to alert-severity
               move "SHADOW-XFOOT" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-ERROR to return-code
           else
               if difference-count is greater than zero
                   move "ShadowCmp" to alert-program-id
                   move "WARNING" to alert-severity
                   move "SHADOW-DIFFERS" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-WARNING to return-code
               else
                   move RC-SUCCESS to return-code
