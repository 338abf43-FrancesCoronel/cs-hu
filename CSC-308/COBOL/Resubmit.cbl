      * reject stays open. RESUBRPT lists every correction and its  *
      * outcome for sign-off.                                       *
      *                                                               *
      * A repair that clears every edit but names a dormant account *
      * is not resubmitted - Add would only hold it. It goes        *
      * straight onto the PENDING file Add diverts to, the reject   *
      * flips to R, and the supervisor releases it through          *
      * PendRelease once AcctMaint has reactivated the account. A   *
      * dormant XFER fails instead: PENDING cannot carry its        *
      * receiving account, and Add refuses a transfer touching a    *
      * dormant account. REVL and RVRS fail too - only FxReval and  *
      * RunBackout build them.                                      *
      *                                                               *
      * REJFIX is keyed by the reject's line number on REJECTS -    *
      * the item number printed on the morning listing. Each        *
      * correction names the operator making it, who must hold      *
      * reject repair on the OPERCTL profiles (through OperCheck);  *
      * a refused operator fails the correction, the reject stays   *
      * open, and the refusal is itself rejected and audited.       *
      *                                                               *
      *****************************************************************
       identification division.
           select trans-control-file assign to "TRNSCTL"
               organization is line sequential
               file status is trnsctl-status.
           select pending-file assign to "PENDING"
               organization is line sequential
               file status is pending-status.
           select report-file assign to "RESUBRPT"
               organization is line sequential
               file status is rpt-status.
      * the corrected posting's effective date - blank posts to
      * the processing date of the correction cycle
           05  fix-eff-date pic x(8).
      * the receiving account of a repaired XFER - blank otherwise
           05  fix-contra-account pic x(8).
      * who made the correction - checked against OPERCTL
           05  fix-operator pic x(8).

       fd  reject-file.
       01  reject-record pic x(96).
           05  resub-number1 pic s9(6) comp-3.
           05  resub-number2 pic s9(6) comp-3.
           05  resub-eff-date pic x(8).
           05  resub-contra-account pic x(8).
       01  resub-header-record.
           05  rh-record-type pic x(3).
           05  rh-feed-name pic x(8).
           05  rh-creation-date pic x(8).
           05  filler pic x(24).
       01  resub-trailer-record.
           05  rt-record-type pic x(3).
           05  rt-record-count pic 9(7) comp-3.
           05  rt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

      * the department and transaction-code control files - the
      * same tables Add loads, so a repair clears the same bar
       01  trans-control-record.
           05  tcc-code pic x(4).

      * the hold file Add diverts to - a repair to a dormant account
      * joins it in the same layout
       fd  pending-file.
       01  pending-record pic x(58).

       fd  report-file.
       01  report-line pic x(80).


       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==rejfix-status==.
       01  reject-status pic xx.
                   depending on rej-count.
               10  rt-record pic x(96).
       01  i pic 9(3) comp-3.
      * the operator's standing on OPERCTL, as OperCheck judges it
       01  oper-check-right pic x value "R".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
      * the same department and transaction-code tables Add edits
      * against - a repair has to clear the bar the original failed
           copy "WS-DEPT-TABLE".
       01  edit-ok-switch pic x.
           88  edit-ok value "Y".
       01  edit-failure-text pic x(30).
       01  account-dormant-switch pic x.
           88  account-dormant value "Y".
       01  pending-status pic xx.
      * one pending line, the same layout Add writes
       01  ws-pending-record.
           05  pend-status pic x.
           05  pend-account pic x(8).
           05  pend-dept pic x(3).
           05  pend-code pic x(4).
           05  pend-effect pic s9(9) sign is trailing separate.
           05  pend-eff-date pic x(8).
           05  pend-entry-date pic x(8).
           05  pend-run-number pic 9(9).
      * the invoice a held payment names - older lines without it
      * read back as spaces and are taken as no reference
           05  pend-ref pic 9(7).
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * outcome counters for the sign-off report and audit line
       01  fixes-resubmitted pic 9(5) comp-3 value zero.
       01  fixes-closed pic 9(5) comp-3 value zero.
       01  fixes-failed pic 9(5) comp-3 value zero.
       01  fixes-held pic 9(5) comp-3 value zero.
       01  resub-count pic 9(7) comp-3 value zero.
       01  resub-hash pic s9(11) comp-3 value zero.
       01  aud-fixes pic 9(5).
       01  total-line-4.
           05  filler pic x(22) value "Corrections failed:   ".
           05  tl4-count pic zzzz9.
       01  total-line-5.
           05  filler pic x(22) value "Held, account dormant:".
           05  tl5-count pic zzzz9.

       procedure division.
       main-logic.
           move fixes-failed to tl4-count
           move total-line-4 to report-line
           perform write-report-line
           move fixes-held to tl5-count
           move total-line-5 to report-line
           perform write-report-line
           close report-file

           perform write-audit-record
           display "Resubmit: " fixes-read " correction(s), "
               fixes-resubmitted " resubmitted, " fixes-held
               " held, " fixes-closed " closed, " fixes-failed
               " failed"
           if fixes-failed is greater than zero
               move "Resubmit" to alert-program-id
               move "WARNING" to alert-severity
               move "FIXES-FAILED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
      * header first
       open-resub-file.
           open output resub-file
           move spaces to resub-header-record
           move "HDR" to rh-record-type
           move "RESUBIN" to rh-feed-name
           move run-date to rh-creation-date
       apply-one-correction.
           add 1 to fixes-read
           move fix-action to ol-action
           call "OperCheck" using fix-operator oper-check-right
               oper-check-result
           if not oper-authorized
               if fix-reject-line is numeric
                   move fix-reject-line to ol-line
               else
                   move zero to ol-line
               end-if
               perform refuse-unauthorized-operator
               add 1 to fixes-failed
               perform print-outcome-line
               exit paragraph
           end-if
      * the line number is about to subscript the reject table - a
      * non-numeric value must fail here, same edit the corrected
      * amount fields get
                   add 1 to fixes-closed
               when fix-repair
                   perform edit-repaired-record
                   evaluate true
                       when not edit-ok
                           move edit-failure-text to ol-outcome
                           add 1 to fixes-failed
                       when account-dormant
                           perform hold-repaired-record
                           set rej-resubmitted to true
                           move ws-reject-record
                               to rt-record (fix-reject-line)
                           move "held - account dormant"
                               to ol-outcome
                           add 1 to fixes-held
                       when other
                           perform write-repaired-record
                           set rej-resubmitted to true
                           move ws-reject-record
                               to rt-record (fix-reject-line)
                           move "repaired and resubmitted"
                               to ol-outcome
                           add 1 to fixes-resubmitted
                   end-evaluate
               when other
                   move "action not R or C" to ol-outcome
                   add 1 to fixes-failed
      * leaves here if it would survive the next run's validation
       edit-repaired-record.
           move "Y" to edit-ok-switch
           move "N" to account-dormant-switch
           move spaces to edit-failure-text
           if fix-number1 is not numeric
               or fix-number2 is not numeric
                   to edit-failure-text
               exit paragraph
           end-if
      * a revaluation or a run backout's reversal posts past Add's
      * controls - only the program that builds one may send it
           if fix-code equal "REVL"
               move "N" to edit-ok-switch
               move "REVL built by FxReval only" to edit-failure-text
               exit paragraph
           end-if
           if fix-code equal "RVRS"
               move "N" to edit-ok-switch
               move "RVRS built by RunBackout only"
                   to edit-failure-text
               exit paragraph
           end-if
           call "AcctLookup" using fix-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               move RC-ERROR to return-code
               stop run
           end-if
      * a transfer cannot hold - PENDING has no receiving account,
      * and Add refuses a transfer touching a dormant account
           if acct-lookup-dormant
               if fix-code equal "XFER"
                   move "N" to edit-ok-switch
                   move "dormant - no transfer" to edit-failure-text
                   exit paragraph
               end-if
               move "Y" to account-dormant-switch
               exit paragraph
           end-if
           if not acct-lookup-active
               move "N" to edit-ok-switch
               move "account not active on master"
           move fix-number1 to resub-number1
           move fix-number2 to resub-number2
           move fix-eff-date to resub-eff-date
           move fix-contra-account to resub-contra-account
           write resub-record
           add 1 to resub-count
           add fix-number1 fix-number2 to resub-hash.

      * a repair to a dormant account goes onto the pending file with
      * the signed effect Add would have held - a CR's is negative
       hold-repaired-record.
           move "P" to pend-status
           move fix-account to pend-account
           move fix-dept to pend-dept
           move fix-code to pend-code
           if fix-code equal "CR"
               compute pend-effect = zero - fix-number1 - fix-number2
           else
               compute pend-effect = fix-number1 + fix-number2
           end-if
           if fix-eff-date equal spaces
               move run-date to pend-eff-date
           else
               move fix-eff-date to pend-eff-date
           end-if
           move run-date to pend-entry-date
           move heading-run-number to pend-run-number
           if fix-code equal "CR"
               move fix-ref to pend-ref
           else
               move zero to pend-ref
           end-if
           open extend pending-file
           if pending-status equal "35"
               open output pending-file
           end-if
           move ws-pending-record to pending-record
           write pending-record
           close pending-file.

      * an operator OperCheck would not pass - the refusal joins the
      * reject table (the whole file is rewritten from it at end of
      * run) and goes onto the audit trail as its own line
       refuse-unauthorized-operator.
           display "Resubmit: reject - operator " fix-operator
               " refused reject repair"
           move spaces to ws-reject-record
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "operator refused - no OPERCTL"
                       to ol-outcome
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when fix-operator equal spaces
                   move "operator not named" to ol-outcome
                   move "NO-OPERATOR" to rej-reason
                   move "Reject correction with no operator id"
                       to rej-detail
               when oper-not-found
                   move "operator not on OPERCTL" to ol-outcome
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " fix-operator " not on OPERCTL"
                       delimited by size into rej-detail
               when oper-suspended
                   move "operator suspended" to ol-outcome
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " fix-operator
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "operator lacks the repair right"
                       to ol-outcome
                   move "NOT-AUTHORIZED" to rej-reason
                   string fix-operator " lacks reject repair right"
                       delimited by size into rej-detail
           end-evaluate
           move "Resubmit" to rej-program-id
           call "ProcDate" using rej-run-date
           move function current-date (9:8) to rej-run-time
           call "RunNumber" using rej-run-number
           move "O" to rej-status
           if rej-count is less than max-rej-size
               add 1 to rej-count
               move ws-reject-record to rt-record (rej-count)
           end-if
           perform write-refusal-audit-record.

       print-outcome-line.
           move outcome-line to report-line
           perform write-report-line.
           write report-line
           add 1 to lines-on-page.

      * one line per refused operator on the shared audit trail
       write-refusal-audit-record.
           move spaces to ws-audit-record
           move "Resubmit" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           string "Operator: " fix-operator
               delimited by size into aud-input-summary
           move "Refused: reject repair" to aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
