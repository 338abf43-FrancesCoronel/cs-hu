      *****************************************************************
      *                                                               *
      * WriteOff                                                      *
      *                                                               *
      * Clears the small reconciliation breaks that will never come   *
      * back inside tolerance on their own. Until now the only way    *
      * to take an old few-cents break off the worklists was to key   *
      * a correcting ADJ by hand and wait for ExcAging to see it      *
      * resolve. The reconciliation clerks now key a write-off        *
      * against the open EXCHIST item instead. Reads WRTOFTRX, one    *
      * write-off per record:                                         *
      *                                                               *
      *     the break - account plus the date ExcAging first saw it   *
      *     the amount to write off, signed the way the correction    *
      *         runs on the account (+ raises its balance, - lowers   *
      *         it - the same sense as Compare's suspense entries)    *
      *     a reason code - RNDG rounding, TIMG timing, FEES bank     *
      *         charges, UNID unidentified                            *
      *     the clerk's operator ID                                   *
      *                                                               *
      * A write-off is approved when the clerk holds the write-off    *
      * right on OPERCTL (through OperCheck), the break is open, the  *
      * account is active and kept in base currency, and the amount   *
      * is inside the write-off limit its class carries on WOCTL.     *
      * WOCTL has one line per class - the limit and the write-off    *
      * account the offset posts to - with class ** the default,      *
      * same convention as TOLCTL and OVDCTL. No line for the class   *
      * and no default means the class writes nothing off.            *
      *                                                               *
      * An approved write-off:                                        *
      *     - closes the EXCHIST item with status W and the date -    *
      *       distinct from R, which means it came back on its own    *
      *     - writes the adjusting posting as an ADJ pair onto the    *
      *       WOADDIN feed for Add to post as a correction-cycle      *
      *       input (department WODEPT, default ACC): the correction  *
      *       onto the account, the offset onto the write-off         *
      *       account. The ledger is kept in whole units, so the      *
      *       amount rounds; a break under half a unit closes with    *
      *       no posting at all. Legs not yet posted by Add (the      *
      *       WOADDIN fingerprint not on FEEDREG) carry forward into  *
      *       the next run's feed, never overwritten unposted         *
      *     - appends a line to the write-off log WRTOFLOG, which     *
      *       the monthly register (WriteOffReg) reads                *
      *                                                               *
      * Refused write-offs reject to the shop's shared REJECTS file   *
      * with the reason; an unauthorized clerk also gets an AUDITLOG  *
      * line. Every write-off, approved or refused, prints on         *
      * WOFFRPT. A changed EXCHIST re-records the manifest behind     *
      * it, the same as AcctMaint does for ACCTMSTR.                  *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. WriteOff.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select writeoff-trans-file assign to "WRTOFTRX"
               organization is line sequential
               file status is wrtoftrx-status.
           select writeoff-control-file assign to "WOCTL"
               organization is line sequential
               file status is woctl-status.
           select history-file assign to "EXCHIST"
               organization is line sequential
               file status is exchist-status.
           select new-history-file assign to "EXCHWRK"
               organization is line sequential
               file status is exchwrk-status.
           select writeoff-feed-file assign to "WOADDIN"
               organization is sequential
               file status is woaddin-status.
           select feed-register-file assign to "FEEDREG"
               organization is line sequential
               file status is feedreg-status.
           select writeoff-log-file assign to "WRTOFLOG"
               organization is line sequential
               file status is wrtoflog-status.
           select report-file assign to "WOFFRPT"
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
       fd  writeoff-trans-file.
       01  writeoff-trans-record.
           05  wt-account pic x(8).
           05  wt-first-seen pic x(8).
           05  wt-amount pic s9(7)v99 sign is trailing separate.
           05  wt-reason pic x(4).
      * who keyed the write-off - checked against OPERCTL
           05  wt-clerk pic x(8).

      * the write-off control file - one line per account class:
      * the most one break may be written off for, and the account
      * the offset posts to. Class ** is the default.
       fd  writeoff-control-file.
       01  writeoff-control-record.
           05  wc-class pic x(2).
           05  wc-limit pic 9(5)v99.
           05  wc-account pic x(8).

       fd  history-file.
       01  history-record pic x(99).

       fd  new-history-file.
       01  new-history-record pic x(99).

      * the write-off postings, in the packed ADDIN layout with the
      * shop-standard control records - same shape as CLSADDIN
       fd  writeoff-feed-file.
       01  writeoff-feed-record pic x(43).
       01  writeoff-header-record.
           05  wfh-record-type pic x(3).
               88  writeoff-feed-header value "HDR".
           05  wfh-feed-name pic x(8).
           05  wfh-creation-date pic x(8).
           05  filler pic x(24).
       01  writeoff-trailer-record.
           05  wft-record-type pic x(3).
               88  writeoff-feed-trailer value "TRL".
           05  wft-record-count pic 9(7) comp-3.
           05  wft-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  feed-register-file.
       01  feed-register-record pic x(37).

       fd  writeoff-log-file.
       01  writeoff-log-record pic x(75).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       fd  reject-file.
       01  reject-record pic x(96).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==wrtoftrx-status==.
       01  woctl-status pic xx.
       01  exchist-status pic xx.
       01  exchwrk-status pic xx.
       01  woaddin-status pic xx.
       01  feedreg-status pic xx.
       01  wrtoflog-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
           copy "WS-EOF-SWITCH".
           copy "WS-FEEDREG-RECORD".
           copy "WS-WRITEOFF-RECORD".
       01  scan-eof-switch pic x.
           88  scan-eof value "Y".
      * one history entry, ExcAging's layout - the account is the
      * first eight bytes of the identity window
       01  ws-history-record.
           05  eh-status pic x.
               88  eh-open value "O".
               88  eh-resolved value "R".
               88  eh-written-off value "W".
           05  eh-first-seen pic x(8).
           05  eh-resolved-date pic x(8).
           05  eh-key.
               10  eh-account pic x(8).
               10  filler pic x(31).
           05  eh-text pic x(40).
           05  eh-owner pic x(3).
      * the whole history, held for matching and rewritten at the
      * end - same 500 ceiling as ExcAging
       01  hist-count pic 9(3) comp-3 value zero.
       01  max-hist-size pic 9(3) comp-3 value 500.
       01  hist-table.
           05  hist-entry occurs 1 to 500 times
                   depending on hist-count.
               10  ht-record pic x(99).
       01  i pic 9(3) comp-3.
       01  break-idx pic 9(3) comp-3.
       01  break-matches pic 9(3) comp-3.
      * the write-off limits off WOCTL
       01  woctl-eof-switch pic x value "N".
           88  woctl-eof value "Y".
       01  wl-count pic 9(3) comp-3 value zero.
       01  max-wl-size pic 9(3) comp-3 value 20.
       01  wl-table.
           05  wl-entry occurs 20 times.
               10  wm-class pic x(2).
               10  wm-limit pic 9(5)v99 comp-3.
               10  wm-account pic x(8).
       01  wx pic 9(3) comp-3.
       01  limit-found-switch pic x.
           88  limit-found value "Y".
       01  effective-limit pic 9(5)v99 comp-3.
       01  effective-writeoff-account pic x(8).
       01  abs-amount pic 9(7)v99 comp-3.
      * the reason codes a write-off may carry
       01  reason-code-values.
           05  filler pic x(4) value "RNDG".
           05  filler pic x(4) value "TIMG".
           05  filler pic x(4) value "FEES".
           05  filler pic x(4) value "UNID".
       01  reason-codes redefines reason-code-values.
           05  reason-code occurs 4 times pic x(4).
       01  rx pic 9 comp-3.
       01  reason-ok-switch pic x.
           88  reason-ok value "Y".
      * the account and the write-off account, as AcctLookup sees
      * them
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
       01  lookup-account pic x(8).
       01  account-class pic x(2).
      * the clerk's standing on OPERCTL, as OperCheck judges it
       01  oper-check-right pic x value "W".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
      * the write-off postings, held as feed records until the run
      * ends - an earlier run's WOADDIN not yet posted by Add is
      * carried into tonight's
       01  wodept-value pic x(3).
       01  writeoff-leg-count pic 9(3) comp-3 value zero.
       01  max-writeoff-legs pic 9(3) comp-3 value 200.
       01  writeoff-legs-tonight pic 9(3) comp-3 value zero.
       01  writeoff-leg-table.
           05  writeoff-leg occurs 200 times pic x(43).
       01  lg pic 9(3) comp-3.
       01  ws-writeoff-leg.
           05  wg-account pic x(8).
           05  wg-dept pic x(3).
           05  wg-code pic x(4).
           05  wg-ref pic 9(7) comp-3.
           05  wg-number1 pic s9(6) comp-3.
           05  wg-number2 pic s9(6) comp-3.
           05  wg-eff-date pic x(8).
           05  wg-contra-account pic x(8).
       01  carried-feed-name pic x(8).
       01  carried-feed-date pic x(8).
       01  carried-feed-count pic 9(7).
       01  carried-feed-hash pic s9(11).
       01  carried-feed-switch pic x.
           88  carried-feed-consumed value "Y".
       01  posted-effect pic s9(9) comp-3.
       01  leg-account pic x(8).
       01  leg-effect pic s9(9) comp-3.
       01  writeoff-feed-count pic 9(7) comp-3.
       01  writeoff-feed-hash pic s9(11) comp-3.
      * run totals
       01  trans-read pic 9(7) comp-3 value zero.
       01  trans-written-off pic 9(7) comp-3 value zero.
       01  trans-refused pic 9(7) comp-3 value zero.
       01  amount-written-off pic s9(9)v99 comp-3 value zero.
       01  amount-posted pic s9(11) comp-3 value zero.
       01  aud-read pic 9(7).
       01  aud-written-off pic 9(7).
       01  manifest-step pic x(14) value "./Manifest".
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  report-heading-1.
           05  filler pic x(30) value "Break Write-off Listing".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  column-heading.
           05  filler pic x(9) value "Outcome".
           05  filler pic x(9) value "Account".
           05  filler pic x(9) value "Seen".
           05  filler pic x(5) value "Why".
           05  filler pic x(9) value "Clerk".
           05  filler pic x(12) value "    Amount".
           05  filler pic x(20) value "Posted / reason".
       01  detail-line.
           05  dl-outcome pic x(8).
           05  filler pic x value space.
           05  dl-account pic x(8).
           05  filler pic x value space.
           05  dl-first-seen pic x(8).
           05  filler pic x value space.
           05  dl-reason pic x(4).
           05  filler pic x value space.
           05  dl-clerk pic x(8).
           05  filler pic x value space.
           05  dl-amount pic -(6)9.99.
           05  filler pic x(2) value spaces.
           05  dl-note pic x(26).
       01  note-posted pic -(6)9.
       01  total-line-1.
           05  filler pic x(24) value "Write-offs read:        ".
           05  tl1-count pic zzzzzz9.
       01  total-line-2.
           05  filler pic x(24) value "Written off:            ".
           05  tl2-count pic zzzzzz9.
       01  total-line-3.
           05  filler pic x(24) value "Refused:                ".
           05  tl3-count pic zzzzzz9.
       01  total-line-4.
           05  filler pic x(24) value "Amount written off:     ".
           05  tl4-amount pic -(8)9.99.
       01  total-line-5.
           05  filler pic x(24) value "Posted to the ledger:   ".
           05  tl5-amount pic -(10)9.
       01  total-line-6.
           05  filler pic x(24) value "Legs on WOADDIN:        ".
           05  tl6-count pic zzzzzz9.
       01  no-data-line pic x(40)
               value "  (no write-offs keyed)".
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move spaces to wodept-value
           accept wodept-value from environment "WODEPT"
           if wodept-value equal spaces
               move "ACC" to wodept-value
           end-if
           open input writeoff-trans-file
           if not FS-FIELD-OK
               display "WriteOff: unable to open WRTOFTRX, "
                   "status " wrtoftrx-status
               move RC-ERROR to return-code
               stop run
           end-if
           perform load-writeoff-control
           perform load-history-table
           perform load-writeoff-feed
           open output report-file
           perform start-new-page
           move column-heading to report-line
           perform write-report-line

           perform until end-of-file
               read writeoff-trans-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       perform apply-one-writeoff
               end-read
           end-perform
           close writeoff-trans-file
           if trans-read equal zero
               move no-data-line to report-line
               perform write-report-line
           end-if

           move spaces to report-line
           perform write-report-line
           move trans-read to tl1-count
           move total-line-1 to report-line
           perform write-report-line
           move trans-written-off to tl2-count
           move total-line-2 to report-line
           perform write-report-line
           move trans-refused to tl3-count
           move total-line-3 to report-line
           perform write-report-line
           move amount-written-off to tl4-amount
           move total-line-4 to report-line
           perform write-report-line
           move amount-posted to tl5-amount
           move total-line-5 to report-line
           perform write-report-line
           move writeoff-legs-tonight to tl6-count
           move total-line-6 to report-line
           perform write-report-line
           close report-file

           if writeoff-legs-tonight is greater than zero
               perform write-writeoff-feed
           end-if
           if trans-written-off is greater than zero
               perform rewrite-history-file
               set environment "MANMODE" to "RECORD"
               call "SYSTEM" using manifest-step
           end-if
           move "WOFFRPT" to keep-report-name
           move page-number to keep-pages
           move trans-read to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           display "WriteOff: " trans-read " read, "
               trans-written-off " written off, " trans-refused
               " refused"
           perform write-audit-record
           if trans-refused is greater than zero
               move "WriteOff" to alert-program-id
               move "WARNING" to alert-severity
               move "TRANS-REFUSED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the limits in - no WOCTL means nothing may be written off,
      * loudly; every write-off then refuses for want of a limit
       load-writeoff-control.
           open input writeoff-control-file
           if woctl-status not equal "00"
               display "WriteOff: WOCTL not on file - no write-off "
                   "limits in force"
           else
               perform until woctl-eof
                   read writeoff-control-file
                       at end
                           move "Y" to woctl-eof-switch
                       not at end
                           if wc-limit is numeric
                               and wl-count is less than max-wl-size
                               add 1 to wl-count
                               move wc-class to wm-class (wl-count)
                               move wc-limit to wm-limit (wl-count)
                               move wc-account
                                   to wm-account (wl-count)
                           end-if
                   end-read
               end-perform
               close writeoff-control-file
           end-if.

      * the exception history into the table - no file means there
      * is no open break to write off
       load-history-table.
           move "N" to scan-eof-switch
           open input history-file
           if exchist-status not equal "00"
               display "WriteOff: EXCHIST not on file - no open "
                   "breaks"
               exit paragraph
           end-if
           perform until scan-eof
               read history-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       if hist-count is equal to max-hist-size
                           display "WriteOff: EXCHIST exceeds "
                               max-hist-size " record limit"
                           move RC-ERROR to return-code
                           stop run
                       end-if
                       add 1 to hist-count
                       move history-record to ht-record (hist-count)
               end-read
           end-perform
           close history-file.

      * an earlier run's write-off postings, if Add has not posted
      * them yet - a feed whose fingerprint is on FEEDREG has been
      * consumed and is replaced, anything else is carried forward
       load-writeoff-feed.
           move zero to writeoff-leg-count
           move spaces to carried-feed-name
           move zero to carried-feed-count
           move zero to carried-feed-hash
           move "N" to scan-eof-switch
           open input writeoff-feed-file
           if woaddin-status not equal "00"
               exit paragraph
           end-if
           perform until scan-eof
               read writeoff-feed-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       perform load-one-writeoff-record
               end-read
           end-perform
           close writeoff-feed-file
           if writeoff-leg-count is equal to zero
               exit paragraph
           end-if
           perform check-writeoff-feed-consumed
           if carried-feed-consumed
               move zero to writeoff-leg-count
           else
               display "WriteOff: " writeoff-leg-count " WOADDIN "
                   "leg(s) not yet posted - carried forward"
           end-if.

       load-one-writeoff-record.
           evaluate true
               when writeoff-feed-header
                   move wfh-feed-name to carried-feed-name
                   move wfh-creation-date to carried-feed-date
               when writeoff-feed-trailer
                   move wft-record-count to carried-feed-count
                   move wft-hash-total to carried-feed-hash
               when other
                   if writeoff-leg-count is less than
                           max-writeoff-legs
                       add 1 to writeoff-leg-count
                       move writeoff-feed-record
                           to writeoff-leg (writeoff-leg-count)
                   end-if
           end-evaluate.

       check-writeoff-feed-consumed.
           move "N" to carried-feed-switch
           move "N" to scan-eof-switch
           open input feed-register-file
           if feedreg-status not equal "00"
               exit paragraph
           end-if
           perform until scan-eof
               read feed-register-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move feed-register-record to ws-feedreg-record
                       if fr-feed-name equal carried-feed-name
                           and fr-creation-date equal
                               carried-feed-date
                           and fr-record-count equal
                               carried-feed-count
                           and fr-hash-total equal
                               carried-feed-hash
                           move "Y" to carried-feed-switch
                       end-if
               end-read
           end-perform
           close feed-register-file.

      * one write-off through the edits in turn - the first failure
      * refuses it
       apply-one-writeoff.
           add 1 to trans-read
           call "OperCheck" using wt-clerk oper-check-right
               oper-check-result
           if not oper-authorized
               perform refuse-unauthorized-clerk
               exit paragraph
           end-if
           perform check-reason-code
           if not reason-ok
               move "BAD-REASON" to rej-reason
               move spaces to rej-detail
               string "Reason code " wt-reason " not recognized"
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
           if wt-amount is not numeric or wt-amount equal zero
               move "BAD-AMOUNT" to rej-reason
               move spaces to rej-detail
               string "Amount for " wt-account " not non-zero"
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
           perform find-open-break
           if break-matches equal zero
               move "NOT-OPEN-BREAK" to rej-reason
               move spaces to rej-detail
               string "No open break " wt-account " seen "
                   wt-first-seen
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
           if break-matches is greater than 1
               move "AMBIGUOUS-BREAK" to rej-reason
               move spaces to rej-detail
               string "2+ open breaks " wt-account " seen "
                   wt-first-seen
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
           move wt-account to lookup-account
           perform look-up-account
           if not acct-lookup-active
               move "ACCT-NOT-ACTIVE" to rej-reason
               move spaces to rej-detail
               string "Account " wt-account " not active"
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
      * the break was measured in base currency; an ADJ onto a
      * foreign account would be converted a second time by Add
           if not acct-base-currency
               move "FOREIGN-CURRENCY" to rej-reason
               move spaces to rej-detail
               string "Account " wt-account " kept in "
                   acct-currency
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
           move acct-class to account-class
           perform resolve-writeoff-limit
           if not limit-found
               move "NO-WRITEOFF-LIMIT" to rej-reason
               move spaces to rej-detail
               string "No WOCTL line for class " account-class
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
           if wt-amount is less than zero
               compute abs-amount = zero - wt-amount
           else
               move wt-amount to abs-amount
           end-if
           if abs-amount is greater than effective-limit
               move "OVER-WRITEOFF-LIMIT" to rej-reason
               move spaces to rej-detail
               string "Over class " account-class
                   " write-off limit"
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
           move effective-writeoff-account to lookup-account
           perform look-up-account
           if effective-writeoff-account equal spaces
                   or effective-writeoff-account equal wt-account
                   or not acct-lookup-active
                   or not acct-base-currency
               move "BAD-WRITEOFF-ACCT" to rej-reason
               move spaces to rej-detail
               string "Write-off account " effective-writeoff-account
                   " not usable"
                   delimited by size into rej-detail
               perform refuse-writeoff
               exit paragraph
           end-if
           perform accept-writeoff.

       check-reason-code.
           move "N" to reason-ok-switch
           perform varying rx from 1 by 1 until rx is greater than 4
               if reason-code (rx) equal wt-reason
                   move "Y" to reason-ok-switch
               end-if
           end-perform.

      * the break is known by its account and the night ExcAging
      * first saw it - an account broken twice since then has two
      * items, and the clerk must say which
       find-open-break.
           move zero to break-matches
           move zero to break-idx
           perform varying i from 1 by 1
                   until i is greater than hist-count
               move ht-record (i) to ws-history-record
               if eh-open and eh-account equal wt-account
                   and eh-first-seen equal wt-first-seen
                   add 1 to break-matches
                   move i to break-idx
               end-if
           end-perform.

       look-up-account.
           call "AcctLookup" using lookup-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               display "WriteOff: account master ACCTMSTR unavailable"
               move RC-ERROR to return-code
               stop run
           end-if.

      * the class's own line, else the ** default
       resolve-writeoff-limit.
           move "N" to limit-found-switch
           perform varying wx from 1 by 1
                   until wx is greater than wl-count
               if wm-class (wx) equal "**"
                   move "Y" to limit-found-switch
                   move wm-limit (wx) to effective-limit
                   move wm-account (wx) to effective-writeoff-account
               end-if
           end-perform
           perform varying wx from 1 by 1
                   until wx is greater than wl-count
               if wm-class (wx) equal account-class
                   and wm-class (wx) not equal "**"
                   move "Y" to limit-found-switch
                   move wm-limit (wx) to effective-limit
                   move wm-account (wx) to effective-writeoff-account
               end-if
           end-perform.

      * the approved write-off: the history item closes W, the
      * posting goes onto the feed, the log gets its line
       accept-writeoff.
           move ht-record (break-idx) to ws-history-record
           set eh-written-off to true
           move run-date to eh-resolved-date
           move ws-history-record to ht-record (break-idx)
           compute posted-effect rounded = wt-amount
           if posted-effect not equal zero
               if writeoff-leg-count is greater than
                       max-writeoff-legs - 2
                   display "WriteOff: WOADDIN table full"
                   move RC-ERROR to return-code
                   stop run
               end-if
               move wt-account to leg-account
               move posted-effect to leg-effect
               perform add-writeoff-leg
               move effective-writeoff-account to leg-account
               compute leg-effect = zero - posted-effect
               perform add-writeoff-leg
           end-if
           add 1 to trans-written-off
           add wt-amount to amount-written-off
           add posted-effect to amount-posted
           perform write-writeoff-log-record
           move "WRITTEN" to dl-outcome
           move posted-effect to note-posted
           move spaces to dl-note
           string "ADJ" note-posted " vs "
               effective-writeoff-account
               delimited by size into dl-note
           perform print-detail-line.

       add-writeoff-leg.
           move leg-account to wg-account
           move wodept-value to wg-dept
           move "ADJ" to wg-code
           move zero to wg-ref
           compute wg-number1 = leg-effect / 2
           compute wg-number2 = leg-effect - wg-number1
           move run-date to wg-eff-date
           move spaces to wg-contra-account
           add 1 to writeoff-leg-count
           add 1 to writeoff-legs-tonight
           move ws-writeoff-leg to writeoff-leg (writeoff-leg-count).

       write-writeoff-log-record.
           move spaces to ws-writeoff-record
           move run-date to wo-run-date
           move heading-run-number to wo-run-number
           move wt-clerk to wo-clerk
           move wt-reason to wo-reason
           move wt-account to wo-account
           move wt-first-seen to wo-first-seen
           move account-class to wo-class
           move wt-amount to wo-amount
           move posted-effect to wo-posted
           move effective-writeoff-account to wo-writeoff-account
           open extend writeoff-log-file
           if wrtoflog-status equal "35"
               open output writeoff-log-file
           end-if
           move ws-writeoff-record to writeoff-log-record
           write writeoff-log-record
           close writeoff-log-file.

      * a write-off that failed an edit - rej-reason and rej-detail
      * are set by the caller
       refuse-writeoff.
           display "WriteOff: refused " wt-account " - " rej-reason
           add 1 to trans-refused
           perform write-reject-record
           move "REFUSED" to dl-outcome
           move rej-reason to dl-note
           perform print-detail-line.

      * a clerk OperCheck would not pass - the reject says why, and
      * the refusal goes onto the audit trail as its own line
       refuse-unauthorized-clerk.
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when wt-clerk equal spaces
                   move "NO-OPERATOR" to rej-reason
                   move "Write-off with no clerk id"
                       to rej-detail
               when oper-not-found
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " wt-clerk " not on OPERCTL"
                       delimited by size into rej-detail
               when oper-suspended
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " wt-clerk
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "NOT-AUTHORIZED" to rej-reason
                   string wt-clerk " lacks write-off right"
                       delimited by size into rej-detail
           end-evaluate
           perform refuse-writeoff
           perform write-refusal-audit-record.

       print-detail-line.
           move wt-account to dl-account
           move wt-first-seen to dl-first-seen
           move wt-reason to dl-reason
           move wt-clerk to dl-clerk
           if wt-amount is numeric
               move wt-amount to dl-amount
           else
               move zero to dl-amount
           end-if
           move detail-line to report-line
           perform write-report-line.

      * the table back out as the new EXCHIST, via the work file so
      * an abend mid-write leaves the old history intact
       rewrite-history-file.
           open output new-history-file
           perform varying i from 1 by 1
                   until i is greater than hist-count
               move ht-record (i) to new-history-record
               write new-history-record
           end-perform
           close new-history-file
           move "N" to scan-eof-switch
           open input new-history-file
           open output history-file
           perform until scan-eof
               read new-history-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move new-history-record to history-record
                       write history-record
               end-read
           end-perform
           close new-history-file
           close history-file.

      * the night's write-off postings, and any carried forward, as
      * one bracketed feed for Add
       write-writeoff-feed.
           move zero to writeoff-feed-count
           move zero to writeoff-feed-hash
           open output writeoff-feed-file
           move spaces to writeoff-feed-record
           move "HDR" to wfh-record-type
           move "WOADDIN" to wfh-feed-name
           move run-date to wfh-creation-date
           write writeoff-header-record
           perform varying lg from 1 by 1
                   until lg is greater than writeoff-leg-count
               move writeoff-leg (lg) to ws-writeoff-leg
               move ws-writeoff-leg to writeoff-feed-record
               write writeoff-feed-record
               add 1 to writeoff-feed-count
               add wg-number1 wg-number2 to writeoff-feed-hash
           end-perform
           move spaces to writeoff-feed-record
           move "TRL" to wft-record-type
           move writeoff-feed-count to wft-record-count
           move writeoff-feed-hash to wft-hash-total
           write writeoff-trailer-record
           close writeoff-feed-file
           display "WriteOff: " writeoff-feed-count " write-off "
               "leg(s) written to WOADDIN".

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move spaces to report-line
           write report-line
           move zero to lines-on-page.

      * write one body line, paging when the current page is full
       write-report-line.
           if lines-on-page is greater than or equal
                   to max-lines-per-page
               move report-line to held-report-line
               perform start-new-page
               move held-report-line to report-line
           end-if
           write report-line
           add 1 to lines-on-page.

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           move "WriteOff" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move trans-read to aud-read
           move trans-written-off to aud-written-off
           string "Write-offs: " aud-read
               delimited by size into aud-input-summary
           string "Written off: " aud-written-off
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per refused clerk on the shared audit trail
       write-refusal-audit-record.
           move spaces to ws-audit-record
           move "WriteOff" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           string "Operator: " wt-clerk
               delimited by size into aud-input-summary
           move "Refused: write-off" to aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per refused write-off on the shop's shared reject
      * file
       write-reject-record.
           move "WriteOff" to rej-program-id
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

       end program WriteOff.
