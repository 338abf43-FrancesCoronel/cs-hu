      * would take a second time. An effect too large for a feed     *
      * pair, or one effective-dated into a month MonthEnd has       *
      * since closed (Add would reject it CLOSED-PERIOD after the    *
      * flip), fails the release and the item STAYS HELD. So does    *
      * an item whose account is still dormant on the master - Add   *
      * would only hold it again; AcctMaint reactivates the account  *
      * first.                                                       *
      *                                                               *
      * Each decision names its approver, who must hold pending      *
      * approval on the OPERCTL profiles (through OperCheck). A      *
      * refused approver fails the decision, leaves the item held,   *
      * and writes a reject and an AUDITLOG line of its own.         *
      *                                                               *
      * PENDRPT lists every decision's outcome and then the          *
      * standing report of what is still held. Runs as the step      *
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.
           select reject-file assign to "REJECTS"
               organization is line sequential
               file status is reject-status.

       data division.
       file section.
           05  appr-operator pic x(8).

       fd  pending-file.
       01  pending-record pic x(58).

       fd  pending-work-file.
       01  pending-work-record pic x(58).

       fd  release-file.
       01  release-record pic x(26).
           05  number1 pic s9(6) comp-3.
           05  number2 pic s9(6) comp-3.
           05  trans-eff-date pic x(8).
           05  trans-contra-account pic x(8).
       01  trans-header-record.
           05  th-record-type pic x(3).
               88  feed-header value "HDR".
           05  th-feed-name pic x(8).
           05  th-creation-date pic x(8).
           05  filler pic x(24).
       01  trans-trailer-record.
           05  tt-record-type pic x(3).
               88  feed-trailer value "TRL".
           05  tt-record-count pic 9(7) comp-3.
           05  tt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  trans-work-file.
       01  trans-work-record pic x(43).

      * the suspense input Add consumes - a released SUSP-origin
      * hold rides back in through here, in base currency, so the
       fd  audit-file.
       01  audit-record pic x(95).

       fd  reject-file.
       01  reject-record pic x(96).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  pendappr-status pic xx.
       01  pending-status pic xx.
       01  pendwrk-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
      * the approver's standing on OPERCTL, as OperCheck judges it
       01  oper-check-right pic x value "P".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
           copy "WS-EOF-SWITCH".
       01  pending-eof-switch pic x value "N".
           88  pending-eof value "Y".
           05  pend-eff-date pic x(8).
           05  pend-entry-date pic x(8).
           05  pend-run-number pic 9(9).
      * the invoice a held payment names - older lines without it
      * read back as spaces and are taken as no reference
           05  pend-ref pic 9(7).
      * the release-list line Add's limit gate reads
       01  ws-release-record.
           05  rel-account pic x(8).
       01  pend-table.
           05  pend-entry occurs 1 to 500 times
                   depending on pend-count.
               10  pt-record pic x(58).
       01  i pic 9(3) comp-3.
      * the fold bookkeeping, StandOrder's shape
       01  header-held-switch pic x value "N".
           88  header-held value "Y".
       01  held-header pic x(43).
       01  feed-record-count pic 9(7) comp-3 value zero.
       01  feed-hash-total pic s9(11) comp-3 value zero.
      * the release arithmetic - a pair carries at most two s9(6)
       01  cp pic 9(3) comp-3.
       01  release-month-closed-switch pic x.
           88  release-month-closed value "Y".
      * the account's standing on the master - a dormant account's
      * item stays held until the account is reactivated
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * settled entries (released or canceled) purge off the file
      * after this many calendar days, so the lifetime-cumulative
      * pen cannot grow into its table ceiling
               " still held"
           if decisions-failed is greater than zero
               or still-held-count is greater than zero
               move "PendRelease" to alert-program-id
               move "WARNING" to alert-severity
               move "ITEMS-STILL-HELD" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
               perform print-outcome-line
               exit paragraph
           end-if
           call "OperCheck" using appr-operator oper-check-right
               oper-check-result
           if not oper-authorized
               perform refuse-unauthorized-approver
               add 1 to decisions-failed
               perform print-outcome-line
               exit paragraph
           end-if
           evaluate true
               when appr-cancel
                   move "C" to pend-status
               add 1 to decisions-failed
               exit paragraph
           end-if
           call "AcctLookup" using pend-account acct-lookup-result
               ws-acct-record
           if acct-lookup-dormant
               move "account still dormant" to ol-outcome
               add 1 to decisions-failed
               exit paragraph
           end-if
           if pend-code equal "SUSP"
               perform release-suspense-item
               exit paragraph
           move pend-account to trans-account
           move pend-dept to trans-dept
           move pend-code to trans-code
      * a held invoice payment goes back out as the CR it was, with
      * its invoice reference, so Add still pays the invoice down -
      * the amounts positive, the effect the same negative one the
      * supervisor approved
           if trans-code equal "CR" and pend-ref is numeric
                   and pend-ref is not equal to zero
               move pend-ref to trans-ref
               compute half-effect = (zero - pend-effect) / 2
               move half-effect to number1
               compute number2 = zero - pend-effect - half-effect
           else
      * a held CR already carries its negative effect - it goes
      * back out as a signed ADJ pair so the posted effect is
      * exactly what the supervisor approved
               if trans-code equal "CR" or trans-code equal "DR"
                   move "ADJ" to trans-code
               end-if
               move zero to trans-ref
               compute half-effect = pend-effect / 2
               move half-effect to number1
               compute number2 = pend-effect - half-effect
           end-if
           move pend-eff-date to trans-eff-date
           move spaces to trans-contra-account
           add 1 to feed-record-count
           add number1 number2 to feed-hash-total
           move trans-record to trans-work-record
               move held-header to trans-record
               write trans-record
           else
               move spaces to trans-header-record
               move "HDR" to th-record-type
               move "ADDIN" to th-feed-name
               move run-date to th-creation-date
           write report-line
           add 1 to lines-on-page.

      * an approver OperCheck would not pass - the reject says why,
      * and the refusal goes onto the audit trail as its own line
       refuse-unauthorized-approver.
           display "PendRelease: reject - approver " appr-operator
               " refused pend approval"
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "approver refused - no OPERCTL"
                       to ol-outcome
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when oper-not-found
                   move "approver not on OPERCTL" to ol-outcome
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " appr-operator " not on OPERCTL"
                       delimited by size into rej-detail
               when oper-suspended
                   move "approver suspended" to ol-outcome
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " appr-operator
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "approver lacks the approval right"
                       to ol-outcome
                   move "NOT-AUTHORIZED" to rej-reason
                   string appr-operator " lacks pend approval right"
                       delimited by size into rej-detail
           end-evaluate
           perform write-reject-record
           perform write-refusal-audit-record.

      * one line per refused approver on the shared audit trail
       write-refusal-audit-record.
           move spaces to ws-audit-record
           move "PendRel" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           string "Operator: " appr-operator
               delimited by size into aud-input-summary
           move "Refused: pend approval" to aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per technical reject on the shop's shared reject file
       write-reject-record.
           move "PendRel" to rej-program-id
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
           close reject-file.

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
