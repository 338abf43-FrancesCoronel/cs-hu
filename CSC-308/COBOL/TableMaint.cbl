      *                                                               *
      * Every applied transaction prints a before/after image on     *
      * TBLRPT; malformed or conflicting transactions reject to the  *
      * shop's shared REJECTS file. Each transaction names the       *
      * operator keying it, who must hold table maintenance on the   *
      * OPERCTL profiles (through OperCheck) - a refused operator    *
      * rejects, and the refusal gets its own AUDITLOG line. The     *
      * first run against missing control files seeds them from the  *
      * compiled-in defaults.                                        *
      *                                                               *
      *****************************************************************
       identification division.
               88  tbl-drop value "X".
           05  tbl-code pic x(4).
           05  tbl-name pic x(20).
      * who keyed the transaction - checked against OPERCTL
           05  tbl-operator pic x(8).

       fd  dept-control-file.
       01  dept-control-record.

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==tbltrx-status==.
       01  deptctl-status pic xx.
           copy "WS-TRANS-CODE-TABLE".
       01  d pic 9(3) comp-3.
       01  entry-idx pic 9(3) comp-3.
      * the operator's standing on OPERCTL, as OperCheck judges it
       01  oper-check-right pic x value "T".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
       01  trans-read pic 9(7) comp-3 value zero.
       01  trans-applied pic 9(7) comp-3 value zero.
       01  trans-rejected pic 9(7) comp-3 value zero.
               " rejected"
           perform write-audit-record
           if trans-rejected is greater than zero
               move "TableMaint" to alert-program-id
               move "WARNING" to alert-severity
               move "TRANS-REJECTED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
               perform reject-blank-code
               exit paragraph
           end-if
           call "OperCheck" using tbl-operator oper-check-right
               oper-check-result
           if not oper-authorized
               perform reject-unauthorized-operator
               exit paragraph
           end-if
           evaluate true
               when tbl-department
                   perform apply-department-action
               to rej-detail
           perform write-reject-record.

      * an operator OperCheck would not pass - the reject says why,
      * and the refusal goes onto the audit trail as its own line
       reject-unauthorized-operator.
           display "TableMaint: reject - operator " tbl-operator
               " refused table maint"
           add 1 to trans-rejected
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when tbl-operator equal spaces
                   move "NO-OPERATOR" to rej-reason
                   move "Table change with no operator id"
                       to rej-detail
               when oper-not-found
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " tbl-operator " not on OPERCTL"
                       delimited by size into rej-detail
               when oper-suspended
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " tbl-operator
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "NOT-AUTHORIZED" to rej-reason
                   string tbl-operator " lacks table maint right"
                       delimited by size into rej-detail
           end-evaluate
           perform write-reject-record
           perform write-refusal-audit-record.

      * the tables back out as the new control files, via the work
      * files so an abend mid-write leaves the old files intact
       rewrite-dept-control.
           write audit-record
           close audit-file.

      * one line per refused operator on the shared audit trail
       write-refusal-audit-record.
           move spaces to ws-audit-record
           move "TableMaint" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           string "Operator: " tbl-operator
               delimited by size into aud-input-summary
           move "Refused: table maint" to aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per technical reject on the shop's shared reject file
       write-reject-record.
           move "TableMaint" to rej-program-id
