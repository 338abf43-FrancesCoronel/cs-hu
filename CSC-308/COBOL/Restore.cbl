      * MTDFILE copy back line for line. A report of what was        *
      * restored goes to RESTRPT.                                    *
      *                                                               *
      * OPERID names the operator running the restore, who must      *
      * hold the restore right on the OPERCTL profiles (through      *
      * OperCheck). A refused operator restores nothing: the         *
      * refusal rejects to REJECTS and is written to AUDITLOG, and   *
      * a restore that goes ahead is audited under the operator.     *
      *                                                               *
      * Any checkpoint Add left for a restart is emptied as well -   *
      * after a restore the night's Add runs again from the top.     *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. Restore.
           select report-file assign to "RESTRPT"
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
       01  balmstr-status pic xx.
       01  flat-status pic xx.
       01  generation-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
           copy "WS-EOF-SWITCH".
       01  generation-eof-switch pic x value "N".
           88  generation-eof value "Y".
       01  snapdate-value pic x(8).
      * the operator running the restore and their standing on
      * OPERCTL, as OperCheck judges it
       01  operid-value pic x(8).
       01  oper-check-right pic x value "S".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
       01  flat-file-name pic x(20).
       01  generation-name pic x(20).
      * the seven file names checked and restored in turn
               move RC-ERROR to return-code
               stop run
           end-if
           move spaces to operid-value
           accept operid-value from environment "OPERID"
           call "OperCheck" using operid-value oper-check-right
               oper-check-result
           if not oper-authorized
               perform refuse-unauthorized-operator
               move RC-ERROR to return-code
               stop run
           end-if

           open output report-file
           move run-date to rh1-date
           perform restore-one-flat-file
           move "MTDFILE" to flat-file-name
           perform restore-one-flat-file
           perform clear-add-checkpoints

           close report-file
           set environment "MANMODE" to "RECORD"
           call "SYSTEM" using manifest-step
           display "Restore: generation " snapdate-value
               " restored as one operation"
           move spaces to ws-audit-record
           string "Generation: " snapdate-value
               delimited by size into aud-input-summary
           string "Restored by " operid-value
               delimited by size into aud-result-summary
           perform write-audit-record
           move RC-SUCCESS to return-code
           stop run.

      * an operator OperCheck would not pass - the reject says why,
      * and the refusal goes onto the audit trail
       refuse-unauthorized-operator.
           display "Restore: operator " operid-value
               " refused the restore right - restore refused"
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when operid-value equal spaces
                   move "NO-OPERATOR" to rej-reason
                   move "Restore with no OPERID named"
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
                   string operid-value " lacks restore right"
                       delimited by size into rej-detail
           end-evaluate
           move "Restore" to rej-program-id
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
           move spaces to ws-audit-record
           string "Operator: " operid-value
               delimited by size into aud-input-summary
           move "Refused: restore" to aud-result-summary
           perform write-audit-record.

      * one line on the shared audit trail - the caller has filled
      * in the summaries
       write-audit-record.
           move "Restore" to aud-program-id
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

       build-generation-name.
           move spaces to generation-name
           string flat-file-name delimited by space
           close seq-type-file
           perform report-restored-file.

      * Add's checkpoints describe the masters just restored over -
      * emptied, so the night reruns Add from the top instead of
      * restarting it against a master it no longer matches
       clear-add-checkpoints.
           move "ADDINCKA" to flat-file-name
           perform empty-flat-file
           move "ADDINCKB" to flat-file-name
           perform empty-flat-file
           move "ADDINBIM" to flat-file-name
           perform empty-flat-file
           move "SUPPINCKA" to flat-file-name
           perform empty-flat-file
           move "SUPPINCKB" to flat-file-name
           perform empty-flat-file
           move "SUPPINBIM" to flat-file-name
           perform empty-flat-file.

       empty-flat-file.
           open output flat-file
           close flat-file.

       restore-one-flat-file.
           perform build-generation-name
           move zero to records-restored
