      *                                                               *
      * Some writers are sanctioned to change masters outside the   *
      * nightly stream - the supplemental cycle, YearClose,         *
      * Restore, AcctMaint and DormScan each end by re-recording    *
      * the manifest. When a change is legitimate but unrecorded,   *
      * MANFORCE=Y accepts it deliberately: the differences still   *
      * print and the step ends RC-WARNING, but the manifest is     *
      * re-recorded to the current state instead of abending.       *
      * OPERID names who set it, and they must hold the forced-     *
      * rerun right on the OPERCTL profiles (through OperCheck) -   *
      * a refused MANFORCE rejects, halts the stream as if it had   *
      * not been set, and either way the override is audited.       *
      *                                                               *
      *****************************************************************
       identification division.
           select report-file assign to "MFRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.
           select reject-file assign to "REJECTS"
               organization is line sequential
               file status is reject-status.

       data division.
       file section.
       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       fd  reject-file.
       01  reject-record pic x(96).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  balmstr-status pic xx.
       01  acctmstr-status pic xx.
       01  seqctl-status pic xx.
           88  verify-mode value "VERIFY".
       01  manforce-value pic x value "N".
           88  manifest-forced value "Y".
      * who set MANFORCE, and their standing on OPERCTL as
      * OperCheck judges it
       01  operid-value pic x(8).
       01  oper-check-right pic x value "F".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
      * one manifest line taken apart
       01  ws-manifest-record.
           05  mf-file-name pic x(8).
               close report-file
               display "Manifest: no manifest on file - "
                   "verification skipped"
               move "Manifest" to alert-program-id
               move "WARNING" to alert-severity
               move "NO-MANIFEST" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
               exit paragraph
           end-if
           if mismatch-count is greater than zero
               accept manforce-value from environment "MANFORCE"
               if manifest-forced
                   perform check-manforce-operator
               end-if
               if manifest-forced
      * a sanctioned out-of-stream change, accepted deliberately -
      * the differences printed, the manifest is re-recorded to
      * the current state, and the run flags rather than halts
                       " difference(s) accepted under MANFORCE - "
                       "manifest re-recorded"
                   perform write-manifest
                   move "Manifest" to alert-program-id
                   move "WARNING" to alert-severity
                   move "FORCED-ACCEPT" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-WARNING to return-code
               else
                   display "Manifest: " mismatch-count
                       " master(s) changed outside the batch - "
                       "stream halted (set MANFORCE=Y to accept "
                       "a sanctioned change)"
                   move "Manifest" to alert-program-id
                   move "ERROR" to alert-severity
                   move "MASTERS-CHANGED" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-ERROR to return-code
               end-if
           else
               move RC-SUCCESS to return-code
           end-if.

      * MANFORCE holds only for an operator with the forced-rerun
      * right; a refusal rejects and drops the override, so the
      * stream halts exactly as if it had not been set. Either way
      * the override goes onto the audit trail.
       check-manforce-operator.
           move spaces to operid-value
           accept operid-value from environment "OPERID"
           call "OperCheck" using operid-value oper-check-right
               oper-check-result
           move spaces to ws-audit-record
           string "MANFORCE by " operid-value
               delimited by size into aud-input-summary
           if oper-authorized
               move "Forced manifest accepted" to aud-result-summary
               perform write-audit-record
               exit paragraph
           end-if
           move "Refused: forced rerun" to aud-result-summary
           perform write-audit-record
           move "N" to manforce-value
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when operid-value equal spaces
                   move "NO-OPERATOR" to rej-reason
                   move "MANFORCE with no OPERID named"
                       to rej-detail
               when oper-not-found
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " operid-value " not on OPERCTL"
                       delimited by size into rej-detail
               when oper-suspended
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " operid-value
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "NOT-AUTHORIZED" to rej-reason
                   string operid-value " lacks forced rerun right"
                       delimited by size into rej-detail
           end-evaluate
           move "Manifest" to rej-program-id
           call "ProcDate" using rej-run-date
           move function current-date (9:8) to rej-run-time
           call "RunNumber" using rej-run-number
           move "O" to rej-status
           open extend reject-file
           if reject-status equal "35"
               open output reject-file
           end-if
           move ws-reject-record to reject-record
           write reject-record
           close reject-file
           display "Manifest: MANFORCE refused for operator "
               operid-value " (" rej-reason ")".

      * one line on the shared audit trail - the caller has filled
      * in the summaries
       write-audit-record.
           move "Manifest" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       load-manifest.
           open input manifest-file
           if manifest-status not equal "00"
