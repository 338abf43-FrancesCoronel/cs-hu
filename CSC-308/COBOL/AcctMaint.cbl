      *     C - change name/class/currency of an existing account    *
      *         (applies immediately)                                 *
      *     X - close an existing account: lands PENDING, same dual  *
      *         control as an add. A close must leave nothing        *
      *         behind - it is refused, keyed or approved, while the *
      *         account has open EXCHIST breaks, STANDING            *
      *         instructions, or items held on PENDING, and a        *
      *         non-zero bal-new on the balance master needs a       *
      *         settlement account named on the transaction (active, *
      *         base currency, not the account itself). The          *
      *         approval of a close with a balance writes the        *
      *         closing transfer - an ADJ pair out of the account    *
      *         and one into the settlement account - onto the       *
      *         CLSADDIN feed for Add to post as a correction-cycle  *
      *         input (department CLSDEPT, default ACC); the item    *
      *         waits as settling and the account closes on the      *
      *         first run that finds its balance at zero. A posting  *
      *         landing between approval and the transfer leaves a   *
      *         residual: once the transfer has posted, the next     *
      *         run sends the residual out the same way. A dormant   *
      *         account is refused until it is reactivated - Add     *
      *         would hold its leg while the other leg posted        *
      *     R - reactivate a dormant account (one DormScan found     *
      *         idle): lands PENDING, same dual control; on          *
      *         approval the account is active again and takes       *
      *         postings                                             *
      *     M - merge the account into a surviving account (named in *
      *         the settlement-account field) - two customer         *
      *         accounts consolidated, or an account renumbered      *
      *         after a keying mistake at open (add the right number *
      *         first, then merge the wrong one into it): lands      *
      *         PENDING, same dual control. The survivor must be     *
      *         active, in the same currency, and have no close or   *
      *         merge of its own waiting; the account must not be    *
      *         dormant, and nothing may be held on PENDING for it.  *
      *         The approval repoints the account's STANDING         *
      *         instructions, ACCDIFF accepted differences and open  *
      *         EXCHIST breaks to the survivor (the breaks to the    *
      *         survivor's owner), and a non-zero balance moves      *
      *         across as an ADJ pair on CLSADDIN, the same way a    *
      *         closing transfer does. The account closes            *
      *         once its balance is zero - at once, or on the first  *
      *         run after Add posts the pair - and the link goes     *
      *         onto ACCTHIST both ways (M on the account merged     *
      *         away, S on the survivor) so AcctHistRpt and          *
      *         AcctStatement follow it. Everything moved is listed  *
      *         on the merge report MERGERPT.                        *
      *     V - approve a pending add, close, reactivation or merge; *
      *         the approving operator must differ from the keying   *
      *         operator, or the approval rejects - one person can   *
      *         no longer open, close, reactivate or merge an        *
      *         account alone                                        *
      *                                                               *
      * A pending item unapproved after the expiry window (PENDDAYS  *
      * business days, default 5, weekends and CALENDAR holidays     *
      *                                                               *
      * Malformed or conflicting transactions - an unknown action,   *
      * a blank key, a change or close of a nonexistent account, an  *
      * add of a duplicate, an unnamed operator - reject to the      *
      * shop's shared REJECTS file, same as a bad ADDIN record       *
      * would. Every transaction's operator must be on the OPERCTL   *
      * profiles (through OperCheck) holding account maintenance,    *
      * or pending approval for a V; a refused operator rejects and  *
      * the refusal gets its own AUDITLOG line. Every applied        *
      * transaction prints a before/after image on ACCTRPT so the    *
      * account supervisor can sign off on the day's changes. Every  *
      * refused close or merge is listed with its reasons in         *
      * ACCTRPT's refused section.                                   *
      *                                                               *
      * The master is created empty on first use, the same way Loop  *
      * creates SEQCTL.                                              *
           select reject-file assign to "REJECTS"
               organization is line sequential
               file status is reject-status.
           select balance-file assign to "BALMSTR"
               organization is indexed
               access mode is random
               record key is bal-master-account
               file status is balmstr-status.
           select exception-history-file assign to "EXCHIST"
               organization is line sequential
               file status is exchist-status.
           select standing-file assign to "STANDING"
               organization is line sequential
               file status is standing-status.
           select held-item-file assign to "PENDING"
               organization is line sequential
               file status is pending-status.
           select closing-feed-file assign to "CLSADDIN"
               organization is sequential
               file status is clsaddin-status.
           select feed-register-file assign to "FEEDREG"
               organization is line sequential
               file status is feedreg-status.
           select accepted-file assign to "ACCDIFF"
               organization is line sequential
               file status is accdiff-status.
           select accepted-work-file assign to "ACCDWRK"
               organization is line sequential
               file status is accdwrk-status.
           select standing-work-file assign to "STNDWRK"
               organization is line sequential
               file status is stndwrk-status.
           select exception-work-file assign to "EXCHWRK"
               organization is line sequential
               file status is exchwrk-status.
           select merge-report-file assign to "MERGERPT"
               organization is line sequential
               file status is mrgrpt-status.

       data division.
       file section.
               88  maint-add value "A".
               88  maint-change value "C".
               88  maint-close value "X".
               88  maint-reactivate value "R".
               88  maint-approve value "V".
               88  maint-merge value "M".
           05  maint-account pic x(8).
           05  maint-name pic x(30).
           05  maint-class pic x(2).
      * who keyed (or, on a V, who approves) the transaction - the
      * dual control turns on two different names appearing
           05  maint-operator pic x(8).
      * on a close, where a non-zero balance is to be settled; on a
      * merge, the surviving account - blank on every other action
           05  maint-settle-account pic x(8).

       fd  acct-master-file.
       01  acct-master-record.
           05  acct-master-status pic x.
           05  acct-master-class pic x(2).
           05  acct-master-currency pic x(3).
               88  acct-master-base-currency value spaces, "USD".
           05  acct-master-owner pic x(3).
           05  acct-master-branch pic x(2).

      * the dual-control holding pen: a sensitive action waits here
      * until a second operator approves it or the window expires
       fd  pending-file.
       01  pending-record pic x(74).

       fd  pending-work-file.
       01  pending-work-record pic x(74).

      * the business calendar, for the expiry window - one yyyymmdd
      * bank holiday per line, same file DailyBatch reads
      * the permanent change history - ACCTRPT is overwritten run
      * by run; this file is not
       fd  history-file.
       01  history-record pic x(116).

       fd  report-file.
       01  report-line pic x(80).
       fd  reject-file.
       01  reject-record pic x(96).

      * the balance master, read by key for a closing account's
      * bal-new - the record content is the WS-BALANCE-RECORD layout
       fd  balance-file.
       01  balance-master-record.
           05  bal-master-account pic x(8).
           05  bal-master-balances pic x(30).

      * the files a close must leave clear, and a merge repoints -
      * ExcAging's history layout and StandOrder's instruction
       fd  exception-history-file.
       01  exception-history-record.
           05  eh-status pic x.
               88  eh-open value "O".
           05  eh-first-seen pic x(8).
           05  eh-resolved-date pic x(8).
           05  eh-account pic x(8).
           05  eh-key-rest pic x(31).
           05  eh-text pic x(40).
           05  eh-owner pic x(3).

       fd  exception-work-file.
       01  exception-work-record pic x(99).

       fd  standing-file.
       01  standing-record.
           05  si-account pic x(8).
           05  si-dept pic x(3).
           05  si-code pic x(4).
           05  si-amount pic s9(6) sign is trailing separate.
           05  si-frequency pic x.
           05  si-day pic 9(2).

       fd  standing-work-file.
       01  standing-work-record pic x(25).

      * Compare's accepted-differences control file, repointed by a
      * merge
       fd  accepted-file.
       01  accepted-record.
           05  ad-account pic x(8).
           05  ad-amount pic s9(7)v99 sign is trailing separate.
           05  ad-direction pic x.
           05  ad-approver pic x(8).
           05  ad-expiry pic x(8).

       fd  accepted-work-file.
       01  accepted-work-record pic x(35).

      * everything a merge moved, for the account supervisor
       fd  merge-report-file.
       01  merge-report-line pic x(80).

       fd  held-item-file.
       01  held-item-record.
           05  hi-status pic x.
               88  hi-held value "P".
           05  hi-account pic x(8).
           05  filler pic x(49).

      * the closing-transfer feed, in the packed ADDIN layout with
      * the shop-standard control records - same shape as SVCADDIN
       fd  closing-feed-file.
       01  closing-feed-record pic x(43).
       01  closing-header-record.
           05  clh-record-type pic x(3).
               88  closing-feed-header value "HDR".
           05  clh-feed-name pic x(8).
           05  clh-creation-date pic x(8).
           05  filler pic x(24).
       01  closing-trailer-record.
           05  clt-record-type pic x(3).
               88  closing-feed-trailer value "TRL".
           05  clt-record-count pic 9(7) comp-3.
           05  clt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  feed-register-file.
       01  feed-register-record pic x(37).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==accttrx-status==.
       01  acctmstr-status pic xx.
      * the before image of the entry being changed or closed, for
      * the supervisor's sign-off listing
           copy "WS-ACCT-RECORD".
      * the operator's standing on OPERCTL, as OperCheck judges it
       01  oper-check-right pic x.
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
       01  oper-right-name pic x(13).
       01  trans-read pic 9(7) comp-3 value zero.
       01  trans-applied pic 9(7) comp-3 value zero.
       01  trans-rejected pic 9(7) comp-3 value zero.
               88  ap-pending value "P".
               88  ap-applied value "A".
               88  ap-expired value "E".
               88  ap-settling value "S".
           05  ap-action pic x.
           05  ap-account pic x(8).
           05  ap-name pic x(30).
           05  ap-branch pic x(2).
           05  ap-keyer pic x(8).
           05  ap-entry-date pic x(8).
      * a close's settlement account, or a merge's survivor - S is
      * an approved close or merge whose transfer has not yet posted
           05  ap-settle-account pic x(8).
       01  pend-count pic 9(3) comp-3 value zero.
       01  max-pend-size pic 9(3) comp-3 value 500.
       01  pend-table.
           05  pend-entry occurs 1 to 500 times
                   depending on pend-count.
               10  pt-record pic x(74).
       01  p pic 9(3) comp-3.
      * another item on the pen, looked at without disturbing the one
      * being approved
       01  scan-pending-record.
           05  sp-status pic x.
               88  sp-waiting value "P" "S".
           05  sp-action pic x.
           05  sp-account pic x(8).
           05  filler pic x(56).
           05  sp-settle-account pic x(8).
       01  pend-idx pic 9(3) comp-3.
      * the expiry window in business days, and the calendar walk
      * that counts them - weekends and holidays do not age an item
      * file cannot grow into its table ceiling
       01  pend-purge-days pic 9(3) comp-3 value 90.
       01  pend-purged-count pic 9(5) comp-3 value zero.
      * the close checks: the balance through the balance master,
      * the settlement account, and the files that must be clear
       01  balmstr-status pic xx.
       01  balance-master-switch pic x value "N".
           88  balance-master-open value "Y".
           copy "WS-BALANCE-RECORD".
       01  exchist-status pic xx.
       01  standing-status pic xx.
       01  pending-status pic xx.
       01  scan-eof-switch pic x.
           88  scan-eof value "Y".
       01  scan-count pic 9(5) comp-3.
       01  scan-count-edit pic zzzz9.
       01  close-account pic x(8).
       01  close-settle-account pic x(8).
       01  close-balance pic s9(9) comp-3.
       01  close-stage pic x(8).
       01  close-refused-switch pic x.
           88  close-refused value "Y".
       01  close-applied-switch pic x.
           88  close-applied value "Y".
       01  refusal-reason pic x(40).
       01  closes-refused pic 9(7) comp-3 value zero.
       01  closes-settling pic 9(7) comp-3 value zero.
       01  closes-settled pic 9(7) comp-3 value zero.
      * the action a refusal belongs to - X close, M merge
       01  close-action pic x.
      * a merge reuses the close's working fields: close-account is
      * the account merged away, close-settle-account the survivor
       01  survivor-owner pic x(3).
       01  merges-refused pic 9(7) comp-3 value zero.
       01  merges-settling pic 9(7) comp-3 value zero.
       01  merges-completed pic 9(7) comp-3 value zero.
       01  accdiff-status pic xx.
       01  accdwrk-status pic xx.
       01  stndwrk-status pic xx.
       01  exchwrk-status pic xx.
       01  mrgrpt-status pic xx.
       01  moved-count pic 9(5) comp-3.
       01  merge-lines-on-page pic 99 value zero.
       01  merge-page-number pic 999 value zero.
       01  held-merge-line pic x(80).
       01  merge-currency pic x(3).
       01  merge-activity-count pic 9(5) comp-3 value zero.
      * every refused close and why, for the report section - a
      * close can be refused for several reasons at once
       01  refusal-count pic 9(3) comp-3 value zero.
       01  max-refusal-size pic 9(3) comp-3 value 200.
       01  refusal-table.
           05  refusal-entry occurs 200 times.
               10  rf-account pic x(8).
               10  rf-action pic x.
               10  rf-stage pic x(8).
               10  rf-reason pic x(40).
       01  rv pic 9(3) comp-3.
      * the closing transfers, held as feed records until the run
      * ends - an earlier run's CLSADDIN not yet posted by Add (its
      * fingerprint not on FEEDREG) is carried into tonight's, so a
      * transfer can never be overwritten unposted
       01  clsaddin-status pic xx.
       01  feedreg-status pic xx.
           copy "WS-FEEDREG-RECORD".
       01  clsdept-value pic x(3).
       01  closing-leg-count pic 9(3) comp-3 value zero.
       01  max-closing-legs pic 9(3) comp-3 value 200.
       01  closing-legs-tonight pic 9(3) comp-3 value zero.
       01  closing-leg-table.
           05  closing-leg occurs 200 times pic x(43).
       01  cl pic 9(3) comp-3.
       01  ws-closing-leg.
           05  cl-account pic x(8).
           05  cl-dept pic x(3).
           05  cl-code pic x(4).
           05  cl-ref pic 9(7) comp-3.
           05  cl-number1 pic s9(6) comp-3.
           05  cl-number2 pic s9(6) comp-3.
           05  cl-eff-date pic x(8).
           05  cl-contra-account pic x(8).
       01  carried-feed-name pic x(8).
       01  carried-feed-date pic x(8).
       01  carried-feed-count pic 9(7).
       01  carried-feed-hash pic s9(11).
       01  carried-feed-switch pic x.
           88  carried-feed-consumed value "Y".
       01  closing-remaining pic s9(9) comp-3.
       01  closing-piece pic s9(9) comp-3.
       01  leg-account pic x(8).
       01  leg-effect pic s9(9) comp-3.
       01  closing-feed-count pic 9(7) comp-3.
       01  closing-feed-hash pic s9(11) comp-3.
       01  aud-read pic 9(7).
       01  aud-applied pic 9(7).
      * page headings are reprinted every time this many body lines
           05  pl-note pic x(12).
       01  no-pending-line pic x(40)
               value "  (none)".
       01  transfer-line.
           05  tfl-label pic x(20).
           05  tfl-account pic x(8).
           05  filler pic x(4) value " to ".
           05  tfl-settle pic x(8).
           05  filler pic x(2) value spaces.
           05  tfl-amount pic -(10)9.
           05  filler pic x(13) value "  on CLSADDIN".
       01  merged-line.
           05  filler pic x(20) value "MERGED: account ".
           05  mgl-account pic x(8).
           05  filler pic x(6) value " into ".
           05  mgl-survivor pic x(8).
           05  filler pic x(26)
                   value "  closed, linked".
       01  residual-line.
           05  filler pic x(20) value "RESIDUAL: account ".
           05  rsl-account pic x(8).
           05  filler pic x(32)
                   value "  balance moved, sent again".
       01  settled-line.
           05  filler pic x(20) value "SETTLED: account ".
           05  stl-account pic x(8).
           05  filler pic x(32)
                   value "  transfer posted".
       01  refused-head-line pic x(40)
               value "Closes and merges refused".
       01  refused-line.
           05  filler pic x(2) value spaces.
           05  rfl-action pic x.
           05  filler pic x(2) value spaces.
           05  rfl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  rfl-stage pic x(8).
           05  filler pic x(2) value spaces.
           05  rfl-reason pic x(40).
       01  total-line-1.
           05  filler pic x(22) value "Transactions read:    ".
           05  tl1-count pic zzzzzz9.
       01  total-line-6.
           05  filler pic x(22) value "Items expired:        ".
           05  tl6-count pic zzzzzz9.
       01  total-line-7.
           05  filler pic x(22) value "Closes refused:       ".
           05  tl7-count pic zzzzzz9.
       01  total-line-8.
           05  filler pic x(22) value "Closes settling:      ".
           05  tl8-count pic zzzzzz9.
       01  total-line-9.
           05  filler pic x(22) value "Settled closes:       ".
           05  tl9-count pic zzzzzz9.
       01  total-line-10.
           05  filler pic x(22) value "Merges refused:       ".
           05  tl10-count pic zzzzzz9.
       01  total-line-11.
           05  filler pic x(22) value "Merges settling:      ".
           05  tl11-count pic zzzzzz9.
       01  total-line-12.
           05  filler pic x(22) value "Merges completed:     ".
           05  tl12-count pic zzzzzz9.
      * the merge report - one block per merge approved, then one
      * line per merge completed
       01  merge-heading-1.
           05  filler pic x(30) value "Account Merge Report".
           05  filler pic x(10) value "Run Date:".
           05  mh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  mh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  mh1-run pic 9(9).
       01  merge-head-line.
           05  filler pic x(7) value "MERGE  ".
           05  mhl-account pic x(8).
           05  filler pic x(7) value "  into ".
           05  mhl-survivor pic x(8).
           05  filler pic x(10) value "  keyed by".
           05  filler pic x value space.
           05  mhl-keyer pic x(8).
           05  filler pic x(13) value "  approved by".
           05  filler pic x value space.
           05  mhl-approver pic x(8).
       01  merge-balance-line.
           05  filler pic x(20) value "  BALANCE  ".
           05  mbl-amount pic -(10)9.
           05  filler pic x(2) value spaces.
           05  mbl-note pic x(40).
       01  merge-standing-line.
           05  filler pic x(11) value "  STANDING ".
           05  msl-dept pic x(3).
           05  filler pic x value space.
           05  msl-code pic x(4).
           05  filler pic x value space.
           05  msl-amount pic -(6)9.
           05  filler pic x(3) value spaces.
           05  msl-frequency pic x.
           05  filler pic x value space.
           05  msl-day pic 9(2).
           05  filler pic x(13) value "  repointed".
       01  merge-accdiff-line.
           05  filler pic x(11) value "  ACCDIFF  ".
           05  mal-amount pic -(7)9.99.
           05  filler pic x value space.
           05  mal-direction pic x.
           05  filler pic x(11) value "  approver ".
           05  mal-approver pic x(8).
           05  filler pic x(9) value "  expires".
           05  filler pic x value space.
           05  mal-expiry pic x(8).
           05  filler pic x(11) value "  repointed".
       01  merge-break-line.
           05  filler pic x(11) value "  EXCHIST  ".
           05  mxl-first-seen pic x(8).
           05  filler pic x value space.
           05  mxl-text pic x(40).
           05  filler pic x(6) value "  to ".
           05  mxl-owner pic x(3).
       01  merge-count-line.
           05  filler pic x(4) value spaces.
           05  mcl-label pic x(30).
           05  mcl-count pic zzzz9.
       01  merge-complete-line.
           05  filler pic x(16) value "MERGE COMPLETE  ".
           05  mcpl-account pic x(8).
           05  filler pic x(28)
                   value " closed, linked on ACCTHIST ".
           05  filler pic x(8) value "to ".
           05  mcpl-survivor pic x(8).
       01  no-merge-line pic x(40)
               value "  (no merges approved or completed)".

       procedure division.
       main-logic.
           if expiry-days is equal to zero
               move 5 to expiry-days
           end-if
           move spaces to clsdept-value
           accept clsdept-value from environment "CLSDEPT"
           if clsdept-value equal spaces
               move "ACC" to clsdept-value
           end-if
           move spaces to ah-linked-account
           perform load-holiday-calendar
           perform load-pending-file
           open input maint-file
               move RC-ERROR to return-code
               stop run
           end-if
           perform open-balance-master
           perform load-closing-feed

           open output report-file
           perform start-new-page
           open output merge-report-file
           perform start-merge-page
           perform expire-stale-pending
           perform complete-settled-closes

           perform until end-of-file
               read maint-file
           end-perform

           perform print-pending-section
           perform print-refused-section

           move spaces to report-line
           perform write-report-line
           move trans-expired to tl6-count
           move total-line-6 to report-line
           perform write-report-line
           move closes-refused to tl7-count
           move total-line-7 to report-line
           perform write-report-line
           move closes-settling to tl8-count
           move total-line-8 to report-line
           perform write-report-line
           move closes-settled to tl9-count
           move total-line-9 to report-line
           perform write-report-line
           move merges-refused to tl10-count
           move total-line-10 to report-line
           perform write-report-line
           move merges-settling to tl11-count
           move total-line-11 to report-line
           perform write-report-line
           move merges-completed to tl12-count
           move total-line-12 to report-line
           perform write-report-line
           if merge-activity-count is equal to zero
               move no-merge-line to merge-report-line
               perform write-merge-line
           end-if

           close maint-file
           close acct-master-file
           if balance-master-open
               close balance-file
           end-if
           close report-file
           close merge-report-file
           if closing-legs-tonight is greater than zero
               perform write-closing-feed
           end-if
           perform rewrite-pending-file
           if trans-applied is greater than zero
               set environment "MANMODE" to "RECORD"
               " rejected, " trans-pended " pended"
           perform write-audit-record
           if trans-rejected is greater than zero
               move "AcctMaint" to alert-program-id
               move "WARNING" to alert-severity
               move "TRANS-REJECTED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           add 1 to trans-read
           if maint-account equal spaces
               perform reject-transaction-blank-key
               exit paragraph
           end-if
           perform check-operator-authority
           if not oper-authorized
               exit paragraph
           end-if
           evaluate true
               when maint-add
                   perform submit-pending-add
               when maint-change
                   perform apply-change
               when maint-close
                   perform submit-pending-close
               when maint-reactivate
                   perform submit-pending-reactivate
               when maint-merge
                   perform submit-pending-merge
               when maint-approve
                   perform apply-approval
               when other
                   perform reject-transaction-bad-action
           end-evaluate.

      * every transaction names its operator, and the operator must
      * hold the right on OPERCTL - account maintenance to key, pending
      * approval to sign a V - or the transaction rejects unapplied
       check-operator-authority.
           if maint-approve
               move "P" to oper-check-right
               move "pend approval" to oper-right-name
           else
               move "A" to oper-check-right
               move "account maint" to oper-right-name
           end-if
           if maint-operator equal spaces
               move "N" to oper-check-result
               perform reject-transaction-no-operator
               exit paragraph
           end-if
           call "OperCheck" using maint-operator oper-check-right
               oper-check-result
           if not oper-authorized
               perform reject-transaction-unauthorized
           end-if.

      * an add no longer touches the master on one person's say-so -
      * not at approval time) and then waits on ACCTPEND for a
      * second operator's V
       submit-pending-add.
           move maint-account to acct-master-key
           read acct-master-file
               invalid key
      * a close waits the same way - the account must exist and be
      * open, but the status only flips once a second operator signs
       submit-pending-close.
           move maint-account to acct-master-key
           read acct-master-file
               invalid key
                   perform reject-transaction-no-account
                   exit paragraph
           end-read
           perform find-pending-item
           if pend-idx is greater than zero
               display "AcctMaint: reject - account "
                   maint-account " already pending"
               add 1 to trans-rejected
               move "ALREADY-PENDING" to rej-reason
               move spaces to rej-detail
               string "Account " maint-account
                   " already has a pending item"
                   delimited by size into rej-detail
               perform write-reject-record
               exit paragraph
           end-if
      * refused at keying as well as at approval - the keyer hears
      * tonight what has to be cleared first
           move maint-account to close-account
           move maint-settle-account to close-settle-account
           move "X" to close-action
           move "keyed" to close-stage
           perform check-close-conditions
           if close-refused
               perform reject-transaction-close-refused
               exit paragraph
           end-if
           perform record-pending-item.

      * a reactivation waits the same way - the account must be on
      * the master and dormant; anything else has nothing to wake
       submit-pending-reactivate.
           move maint-account to acct-master-key
           read acct-master-file
               invalid key
                   perform reject-transaction-no-account
                   exit paragraph
           end-read
           if acct-master-status not equal "D"
               perform reject-transaction-not-dormant
               exit paragraph
           end-if
           perform find-pending-item
           if pend-idx is greater than zero
               display "AcctMaint: reject - account "
           move maint-branch to ap-branch
           move maint-operator to ap-keyer
           move run-date to ap-entry-date
           if maint-close or maint-merge
               move maint-settle-account to ap-settle-account
           else
               move spaces to ap-settle-account
           end-if
           add 1 to pend-count
           move ws-pending-record to pt-record (pend-count)
           add 1 to trans-pended
      * the second pair of eyes: the V names the account, and its
      * operator must not be the one who keyed the item
       apply-approval.
           perform find-pending-item
           if pend-idx is equal to zero
               display "AcctMaint: reject - no pending item for "
               exit paragraph
           end-if
           move pt-record (pend-idx) to ws-pending-record
           if ap-settling
               display "AcctMaint: reject - close of "
                   maint-account " already approved, settling"
               add 1 to trans-rejected
               move "NOT-PENDING" to rej-reason
               move spaces to rej-detail
               string "Account " maint-account
                   " awaits its transfer posting"
                   delimited by size into rej-detail
               perform write-reject-record
               exit paragraph
           end-if
           if ap-keyer equal maint-operator
               display "AcctMaint: reject - approver is the "
                   "keyer for account " maint-account
               perform write-reject-record
               exit paragraph
           end-if
           evaluate ap-action
               when "A"
                   perform apply-approved-add
               when "R"
                   perform apply-approved-reactivate
               when "M"
                   perform apply-approved-merge
               when other
                   perform apply-approved-close
           end-evaluate.

       apply-approved-add.
           move ap-account to acct-master-key
                   perform write-reject-record
           end-read.

      * the checks run again at approval - a break, instruction or
      * hold can have appeared since keying, and the balance has
      * moved. A zero balance closes now; otherwise the closing
      * transfer goes onto CLSADDIN and the item waits as settling
       apply-approved-close.
           move ap-account to close-account
           move ap-settle-account to close-settle-account
           move "X" to close-action
           move "approval" to close-stage
           perform check-close-conditions
           if close-refused
               perform reject-transaction-close-refused
               exit paragraph
           end-if
           if close-balance not equal zero
               move "  CLOSING TRANSFER  " to tfl-label
               perform generate-closing-transfer
               move "S" to ap-status
               move ws-pending-record to pt-record (pend-idx)
               add 1 to trans-approved
               add 1 to closes-settling
               perform print-action-line
               move close-account to tfl-account
               move close-settle-account to tfl-settle
               move close-balance to tfl-amount
               move transfer-line to report-line
               perform write-report-line
               exit paragraph
           end-if
           perform print-action-line
           perform close-account-on-master
           if close-applied
               add 1 to trans-approved
           end-if.

      * the status flip itself, shared by a zero-balance approval
      * and a settled close completing on a later run
       close-account-on-master.
           move "N" to close-applied-switch
           move close-account to acct-master-key
           read acct-master-file
               invalid key
                   display "AcctMaint: reject - account "
                       close-account " not on master"
                   add 1 to trans-rejected
                   move "UNKNOWN-ACCOUNT" to rej-reason
                   move spaces to rej-detail
                   string "Account " close-account " not on master"
                       delimited by size into rej-detail
                   perform write-reject-record
                   exit paragraph
           end-read
           perform save-before-image
           move "C" to acct-master-status
           rewrite acct-master-record
           add 1 to trans-applied
           move "A" to ap-status
           move ws-pending-record to pt-record (pend-idx)
           perform print-before-image
           perform print-after-image
           if ap-action equal "M"
               move "M" to ah-action
               move ap-settle-account to ah-linked-account
               perform write-history-record
               perform record-merge-link
           else
               move "X" to ah-action
               perform write-history-record
           end-if
           move "Y" to close-applied-switch.

      * an approved close with a balance waits as S until Add has
      * posted its closing transfer - the first run that finds the
      * account's bal-new at zero completes the close. One that
      * finds a balance with no leg for the account left unposted
      * on CLSADDIN took a posting after the approval: the residual
      * goes out as a fresh transfer
       complete-settled-closes.
           perform varying p from 1 by 1
                   until p is greater than pend-count
               move pt-record (p) to ws-pending-record
               if ap-settling
                   move ap-account to close-account
                   perform read-close-balance
                   if close-balance not equal zero
                       perform reissue-residual-transfer
                   end-if
                   if close-balance is equal to zero
                       move p to pend-idx
                       move ap-account to stl-account
                       move settled-line to report-line
                       perform write-report-line
                       perform close-account-on-master
                       if close-applied
                           if ap-action equal "M"
                               add 1 to merges-completed
                           else
                               add 1 to closes-settled
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.

      * the residual of a settling close or merge - only once every
      * leg for the account has posted, and only while the
      * settlement account can still take it; otherwise the item
      * waits and the reason is listed with the refusals
       reissue-residual-transfer.
           perform varying cl from 1 by 1
                   until cl is greater than closing-leg-count
               move closing-leg (cl) to ws-closing-leg
               if cl-account equal close-account
                   exit paragraph
               end-if
           end-perform
           move ap-settle-account to close-settle-account
           move ap-action to close-action
           move "residual" to close-stage
           move "N" to close-refused-switch
           perform check-settlement-account
           if close-refused
               exit paragraph
           end-if
           move "  RESIDUAL TRANSFER " to tfl-label
           perform generate-closing-transfer
           move ap-account to rsl-account
           move residual-line to report-line
           perform write-report-line
           move close-account to tfl-account
           move close-settle-account to tfl-settle
           move close-balance to tfl-amount
           move transfer-line to report-line
           perform write-report-line.

      * a close must leave nothing behind: the balance, read through
      * the balance master, settled out to a named account, and no
      * open break, standing instruction or held item still naming
      * the account. Every reason found goes on the refusal list.
       check-close-conditions.
           move "N" to close-refused-switch
           perform check-account-not-dormant
           perform read-close-balance
           if close-balance not equal zero
               perform check-settlement-account
           end-if
           perform check-open-breaks
           perform check-standing-instructions
           perform check-held-items
           perform check-waiting-merge-into.

      * a dormant account's closing leg would hold on PENDING while
      * the settlement leg posted - it is reactivated first
       check-account-not-dormant.
           move close-account to acct-master-key
           read acct-master-file
               invalid key
                   continue
               not invalid key
                   if acct-master-status equal "D"
                       move "account dormant, reactivate first"
                           to refusal-reason
                       perform note-close-refusal
                   end-if
           end-read.

      * no balance master yet means nothing has ever posted
       read-close-balance.
           move zero to close-balance
           if not balance-master-open
               exit paragraph
           end-if
           move close-account to bal-master-account
           read balance-file
               invalid key
                   continue
               not invalid key
                   move balance-master-record to ws-balance-record
                   move bal-new to close-balance
           end-read.

      * the settlement account must be able to take the transfer -
      * and both legs must post unconverted, so neither account may
      * be kept in a foreign currency (Add would convert the leg)
       check-settlement-account.
           move close-account to acct-master-key
           read acct-master-file
               invalid key
                   continue
               not invalid key
                   if not acct-master-base-currency
                       move "foreign-currency balance, settle by hand"
                           to refusal-reason
                       perform note-close-refusal
                   end-if
           end-read
           if close-settle-account equal spaces
               move "balance not zero, no settlement account"
                   to refusal-reason
               perform note-close-refusal
               exit paragraph
           end-if
           if close-settle-account equal close-account
               move "settlement account is the account itself"
                   to refusal-reason
               perform note-close-refusal
               exit paragraph
           end-if
           move close-settle-account to acct-master-key
           read acct-master-file
               invalid key
                   move "settlement account not on master"
                       to refusal-reason
                   perform note-close-refusal
                   exit paragraph
           end-read
           if acct-master-status not equal "A"
               move "settlement account not active"
                   to refusal-reason
               perform note-close-refusal
           end-if
           if not acct-master-base-currency
               move "settlement account not base currency"
                   to refusal-reason
               perform note-close-refusal
           end-if.

      * Compare's breaks still open on the exception history
       check-open-breaks.
           move zero to scan-count
           move "N" to scan-eof-switch
           open input exception-history-file
           if exchist-status not equal "00"
               exit paragraph
           end-if
           perform until scan-eof
               read exception-history-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       if eh-open and eh-account equal close-account
                           add 1 to scan-count
                       end-if
               end-read
           end-perform
           close exception-history-file
           if scan-count is greater than zero
               move scan-count to scan-count-edit
               move spaces to refusal-reason
               string scan-count-edit " open break(s) on EXCHIST"
                   delimited by size into refusal-reason
               perform note-close-refusal
           end-if.

      * every STANDING line is live - StandOrder posts it when due
       check-standing-instructions.
           move zero to scan-count
           move "N" to scan-eof-switch
           open input standing-file
           if standing-status not equal "00"
               exit paragraph
           end-if
           perform until scan-eof
               read standing-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       if si-account equal close-account
                           add 1 to scan-count
                       end-if
               end-read
           end-perform
           close standing-file
           if scan-count is greater than zero
               move scan-count to scan-count-edit
               move spaces to refusal-reason
               string scan-count-edit " standing instruction(s)"
                   delimited by size into refusal-reason
               perform note-close-refusal
           end-if.

      * items Add held on PENDING and not yet released or canceled
       check-held-items.
           move zero to scan-count
           move "N" to scan-eof-switch
           open input held-item-file
           if pending-status not equal "00"
               exit paragraph
           end-if
           perform until scan-eof
               read held-item-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       if hi-held and hi-account equal close-account
                           add 1 to scan-count
                       end-if
               end-read
           end-perform
           close held-item-file
           if scan-count is greater than zero
               move scan-count to scan-count-edit
               move spaces to refusal-reason
               string scan-count-edit " item(s) held on PENDING"
                   delimited by size into refusal-reason
               perform note-close-refusal
           end-if.

       note-close-refusal.
           move "Y" to close-refused-switch
           if refusal-count is less than max-refusal-size
               add 1 to refusal-count
               move close-account to rf-account (refusal-count)
               move close-action to rf-action (refusal-count)
               move close-stage to rf-stage (refusal-count)
               move refusal-reason to rf-reason (refusal-count)
           end-if.

      * the closing transfer as signed ADJ pairs - the account's
      * balance out, the same amount into the settlement account -
      * split into pieces a feed pair can carry
       generate-closing-transfer.
           move close-balance to closing-remaining
           perform until closing-remaining is equal to zero
               move closing-remaining to closing-piece
               if closing-piece is greater than 1999998
                   move 1999998 to closing-piece
               end-if
               if closing-piece is less than -1999998
                   move -1999998 to closing-piece
               end-if
               subtract closing-piece from closing-remaining
               move close-account to leg-account
               compute leg-effect = zero - closing-piece
               perform add-closing-leg
               move close-settle-account to leg-account
               move closing-piece to leg-effect
               perform add-closing-leg
           end-perform.

       add-closing-leg.
           if closing-leg-count is equal to max-closing-legs
               display "AcctMaint: CLSADDIN table full"
               move RC-ERROR to return-code
               stop run
           end-if
           move leg-account to cl-account
           move clsdept-value to cl-dept
           move "ADJ" to cl-code
           move zero to cl-ref
           compute cl-number1 = leg-effect / 2
           compute cl-number2 = leg-effect - cl-number1
           move run-date to cl-eff-date
           move spaces to cl-contra-account
           add 1 to closing-leg-count
           add 1 to closing-legs-tonight
           move ws-closing-leg to closing-leg (closing-leg-count).

      * the account must still be dormant when the second operator
      * signs - a close approved in the meantime wins
       apply-approved-reactivate.
           move ap-account to acct-master-key
           read acct-master-file
               invalid key
                   perform reject-transaction-no-account
                   exit paragraph
           end-read
           if acct-master-status not equal "D"
               perform reject-transaction-not-dormant
               exit paragraph
           end-if
           perform save-before-image
           move "A" to acct-master-status
           rewrite acct-master-record
           add 1 to trans-applied
           add 1 to trans-approved
           move "A" to ap-status
           move ws-pending-record to pt-record (pend-idx)
           perform print-action-line
           perform print-before-image
           perform print-after-image
           move "R" to ah-action
           perform write-history-record.

      * a merge waits the same way - the account must be on the
      * master, and is checked at keying and again at approval
       submit-pending-merge.
           move maint-account to acct-master-key
           read acct-master-file
               invalid key
                   perform reject-transaction-no-account
                   exit paragraph
           end-read
           perform find-pending-item
           if pend-idx is greater than zero
               display "AcctMaint: reject - account "
                   maint-account " already pending"
               add 1 to trans-rejected
               move "ALREADY-PENDING" to rej-reason
               move spaces to rej-detail
               string "Account " maint-account
                   " already has a pending item"
                   delimited by size into rej-detail
               perform write-reject-record
               exit paragraph
           end-if
           move maint-account to close-account
           move maint-settle-account to close-settle-account
           move "M" to close-action
           move "keyed" to close-stage
           perform check-merge-conditions
           if close-refused
               perform reject-transaction-close-refused
               exit paragraph
           end-if
           perform record-pending-item.

      * what a merge must find: the account still open, a survivor
      * that is a different, active account in the same currency, a
      * balance the transfer can carry unconverted, neither account
      * tied up in another close or merge, the account not dormant
      * (Add would hold its leg of the transfer while the survivor's
      * posted), and nothing held on PENDING - breaks, instructions
      * and accepted differences are not refusals, they move across
       check-merge-conditions.
           move "N" to close-refused-switch
           move spaces to merge-currency
           perform read-close-balance
           move close-account to acct-master-key
           read acct-master-file
               invalid key
                   move "account not on master" to refusal-reason
                   perform note-close-refusal
               not invalid key
                   move acct-master-currency to merge-currency
                   if acct-master-status equal "C"
                       move "account already closed"
                           to refusal-reason
                       perform note-close-refusal
                   end-if
                   if acct-master-status equal "D"
                       move "account dormant, reactivate first"
                           to refusal-reason
                       perform note-close-refusal
                   end-if
                   if close-balance not equal zero
                       and not acct-master-base-currency
                       move "foreign-currency balance, settle by hand"
                           to refusal-reason
                       perform note-close-refusal
                   end-if
           end-read
           perform check-survivor-account
           perform check-waiting-merge-into
           perform check-held-items.

       check-survivor-account.
           move spaces to survivor-owner
           if close-settle-account equal spaces
               move "no surviving account named" to refusal-reason
               perform note-close-refusal
               exit paragraph
           end-if
           if close-settle-account equal close-account
               move "surviving account is the account itself"
                   to refusal-reason
               perform note-close-refusal
               exit paragraph
           end-if
           move close-settle-account to acct-master-key
           read acct-master-file
               invalid key
                   move "surviving account not on master"
                       to refusal-reason
                   perform note-close-refusal
                   exit paragraph
           end-read
           move acct-master-owner to survivor-owner
           if acct-master-status not equal "A"
               move "surviving account not active"
                   to refusal-reason
               perform note-close-refusal
           end-if
           if acct-master-currency not equal merge-currency
               move "surviving account in another currency"
                   to refusal-reason
               perform note-close-refusal
           end-if
           perform varying p from 1 by 1
                   until p is greater than pend-count
               move pt-record (p) to scan-pending-record
               if sp-waiting
                   and sp-account equal close-settle-account
                   and (sp-action equal "X" or sp-action equal "M")
                   move "survivor has a close or merge waiting"
                       to refusal-reason
                   perform note-close-refusal
               end-if
           end-perform.

      * an account other accounts are waiting to merge into must
      * stay open until they have
       check-waiting-merge-into.
           perform varying p from 1 by 1
                   until p is greater than pend-count
               move pt-record (p) to scan-pending-record
               if sp-waiting and sp-action equal "M"
                   and sp-settle-account equal close-account
                   move spaces to refusal-reason
                   string "survivor of waiting merge of "
                       sp-account delimited by size
                       into refusal-reason
                   perform note-close-refusal
               end-if
           end-perform.

      * the approved merge: everything naming the account is
      * repointed to the survivor and listed on MERGERPT, then the
      * balance moves across the way a closing transfer does - the
      * account closes now if there is none, or waits as S until Add
      * has posted the pair
       apply-approved-merge.
           move ap-account to close-account
           move ap-settle-account to close-settle-account
           move "M" to close-action
           move "approval" to close-stage
           perform check-merge-conditions
           if close-refused
               perform reject-transaction-close-refused
               exit paragraph
           end-if
           add 1 to merge-activity-count
           move ap-account to mhl-account
           move ap-settle-account to mhl-survivor
           move ap-keyer to mhl-keyer
           move maint-operator to mhl-approver
           move spaces to merge-report-line
           perform write-merge-line
           move merge-head-line to merge-report-line
           perform write-merge-line
           perform repoint-standing-instructions
           perform repoint-accepted-differences
           perform repoint-open-breaks
           move close-balance to mbl-amount
           if close-balance not equal zero
               move "  MERGE TRANSFER    " to tfl-label
               perform generate-closing-transfer
               move "S" to ap-status
               move ws-pending-record to pt-record (pend-idx)
               add 1 to trans-approved
               add 1 to merges-settling
               perform print-action-line
               move close-account to tfl-account
               move close-settle-account to tfl-settle
               move close-balance to tfl-amount
               move transfer-line to report-line
               perform write-report-line
               move "moved on CLSADDIN, closes once posted"
                   to mbl-note
               move merge-balance-line to merge-report-line
               perform write-merge-line
               exit paragraph
           end-if
           move "zero, account closes tonight" to mbl-note
           move merge-balance-line to merge-report-line
           perform write-merge-line
           perform print-action-line
           perform close-account-on-master
           if close-applied
               add 1 to trans-approved
               add 1 to merges-completed
           end-if.

      * StandOrder's instructions for the account now draw on the
      * survivor
       repoint-standing-instructions.
           move zero to moved-count
           move "N" to scan-eof-switch
           move "standing instructions moved" to mcl-label
           open input standing-file
           if standing-status not equal "00"
               perform write-moved-count
               exit paragraph
           end-if
           open output standing-work-file
           perform until scan-eof
               read standing-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       if si-account equal close-account
                           move close-settle-account to si-account
                           add 1 to moved-count
                           move si-dept to msl-dept
                           move si-code to msl-code
                           move si-amount to msl-amount
                           move si-frequency to msl-frequency
                           move si-day to msl-day
                           move merge-standing-line
                               to merge-report-line
                           perform write-merge-line
                       end-if
                       move standing-record to standing-work-record
                       write standing-work-record
               end-read
           end-perform
           close standing-file
           close standing-work-file
           if moved-count is greater than zero
               move "N" to scan-eof-switch
               open input standing-work-file
               open output standing-file
               perform until scan-eof
                   read standing-work-file
                       at end
                           move "Y" to scan-eof-switch
                       not at end
                           move standing-work-record
                               to standing-record
                           write standing-record
                   end-read
               end-perform
               close standing-work-file
               close standing-file
           end-if
           perform write-moved-count.

      * Compare's accepted differences follow the account, so the
      * survivor's reconciliation does not break on them
       repoint-accepted-differences.
           move zero to moved-count
           move "N" to scan-eof-switch
           move "accepted differences moved" to mcl-label
           open input accepted-file
           if accdiff-status not equal "00"
               perform write-moved-count
               exit paragraph
           end-if
           open output accepted-work-file
           perform until scan-eof
               read accepted-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       if ad-account equal close-account
                           move close-settle-account to ad-account
                           add 1 to moved-count
                           move ad-amount to mal-amount
                           move ad-direction to mal-direction
                           move ad-approver to mal-approver
                           move ad-expiry to mal-expiry
                           move merge-accdiff-line
                               to merge-report-line
                           perform write-merge-line
                       end-if
                       move accepted-record to accepted-work-record
                       write accepted-work-record
               end-read
           end-perform
           close accepted-file
           close accepted-work-file
           if moved-count is greater than zero
               move "N" to scan-eof-switch
               open input accepted-work-file
               open output accepted-file
               perform until scan-eof
                   read accepted-work-file
                       at end
                           move "Y" to scan-eof-switch
                       not at end
                           move accepted-work-record
                               to accepted-record
                           write accepted-record
                   end-read
               end-perform
               close accepted-work-file
               close accepted-file
           end-if
           perform write-moved-count.

      * open breaks move to the survivor and its owner; resolved
      * history stays on the account it happened to
       repoint-open-breaks.
           move zero to moved-count
           move "N" to scan-eof-switch
           move "open breaks moved" to mcl-label
           open input exception-history-file
           if exchist-status not equal "00"
               perform write-moved-count
               exit paragraph
           end-if
           open output exception-work-file
           perform until scan-eof
               read exception-history-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       if eh-open and eh-account equal close-account
                           move close-settle-account to eh-account
                           move survivor-owner to eh-owner
                           add 1 to moved-count
                           move eh-first-seen to mxl-first-seen
                           move eh-text to mxl-text
                           move eh-owner to mxl-owner
                           move merge-break-line
                               to merge-report-line
                           perform write-merge-line
                       end-if
                       move exception-history-record
                           to exception-work-record
                       write exception-work-record
               end-read
           end-perform
           close exception-history-file
           close exception-work-file
           if moved-count is greater than zero
               move "N" to scan-eof-switch
               open input exception-work-file
               open output exception-history-file
               perform until scan-eof
                   read exception-work-file
                       at end
                           move "Y" to scan-eof-switch
                       not at end
                           move exception-work-record
                               to exception-history-record
                           write exception-history-record
                   end-read
               end-perform
               close exception-work-file
               close exception-history-file
           end-if
           perform write-moved-count.

       write-moved-count.
           move moved-count to mcl-count
           move merge-count-line to merge-report-line
           perform write-merge-line.

      * the survivor's side of the link: an S line on ACCTHIST whose
      * before and after images are the survivor as it stands, naming
      * the account merged into it
       record-merge-link.
           move close-account to mgl-account
           move ap-settle-account to mgl-survivor
           move merged-line to report-line
           perform write-report-line
           add 1 to merge-activity-count
           move ap-account to mcpl-account
           move ap-settle-account to mcpl-survivor
           move merge-complete-line to merge-report-line
           perform write-merge-line
           move ap-settle-account to acct-master-key
           read acct-master-file
               invalid key
                   exit paragraph
           end-read
           perform save-before-image
           move "S" to ah-action
           move ap-account to ah-linked-account
           perform write-history-record.

      * one permanent line per applied action: the before image off
      * the saved working copy (spaces for an add), the after image
           end-if
           move ws-acct-history-record to history-record
           write history-record
           close history-file
           move spaces to ah-linked-account.

       apply-change.
           move maint-account to acct-master-key
           perform varying p from 1 by 1
                   until p is greater than pend-count
               move pt-record (p) to ws-pending-record
               if (ap-pending or ap-settling)
                   and ap-account equal maint-account
                   move p to pend-idx
                   move pend-count to p
               end-if
           perform varying p from 1 by 1
                   until p is greater than pend-count
               move pt-record (p) to ws-pending-record
               if ap-pending or ap-settling
                   move pt-record (p) to pending-work-record
                   write pending-work-record
               else
           perform varying p from 1 by 1
                   until p is greater than pend-count
               move pt-record (p) to ws-pending-record
               if ap-pending or ap-settling
                   add 1 to pend-idx
                   move ap-action to pl-action
                   move ap-account to pl-account
                   move ap-keyer to pl-keyer
                   move ap-entry-date to pl-entry-date
                   move spaces to pl-note
                   if ap-settling
                       move "settling" to pl-note
                   end-if
                   move pending-line to report-line
                   perform write-report-line
               end-if
               perform write-report-line
           end-if.

      * the refused closes and every reason each was refused for
       print-refused-section.
           move spaces to report-line
           perform write-report-line
           move refused-head-line to report-line
           perform write-report-line
           if refusal-count is equal to zero
               move no-pending-line to report-line
               perform write-report-line
           end-if
           perform varying rv from 1 by 1
                   until rv is greater than refusal-count
               move rf-account (rv) to rfl-account
               move rf-action (rv) to rfl-action
               move rf-stage (rv) to rfl-stage
               move rf-reason (rv) to rfl-reason
               move refused-line to report-line
               perform write-report-line
           end-perform.

       reject-transaction-no-operator.
           display "AcctMaint: reject - operator not named on "
               "controlled action"
           move "NO-OPERATOR" to rej-reason
           move "Controlled action with no operator id"
               to rej-detail
           perform write-reject-record
           perform write-refusal-audit-record.

      * an operator OperCheck would not pass - the reject says why,
      * and the refusal goes onto the audit trail as its own line
       reject-transaction-unauthorized.
           display "AcctMaint: reject - operator " maint-operator
               " refused " oper-right-name
           add 1 to trans-rejected
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when oper-not-found
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " maint-operator
                       " not on OPERCTL"
                       delimited by size into rej-detail
               when oper-suspended
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " maint-operator
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "NOT-AUTHORIZED" to rej-reason
                   string maint-operator " lacks " oper-right-name
                       " right"
                       delimited by size into rej-detail
           end-evaluate
           perform write-reject-record
           perform write-refusal-audit-record.

       print-before-image.
           move "  BEFORE" to il-tag
           add 1 to trans-rejected
           move "BAD-ACTION" to rej-reason
           move spaces to rej-detail
           string "Action " maint-action " not A, C, X, R, M, or V"
               delimited by size into rej-detail
           perform write-reject-record.

               delimited by size into rej-detail
           perform write-reject-record.

       reject-transaction-close-refused.
           if close-action equal "M"
               perform reject-transaction-merge-refused
               exit paragraph
           end-if
           display "AcctMaint: reject - close of " close-account
               " refused at " close-stage
           add 1 to trans-rejected
           add 1 to closes-refused
           move "CLOSE-REFUSED" to rej-reason
           move spaces to rej-detail
           string "Close of " close-account
               " refused - reasons on ACCTRPT"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-transaction-merge-refused.
           display "AcctMaint: reject - merge of " close-account
               " refused at " close-stage
           add 1 to trans-rejected
           add 1 to merges-refused
           move "MERGE-REFUSED" to rej-reason
           move spaces to rej-detail
           string "Merge of " close-account
               " refused - reasons on ACCTRPT"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-transaction-not-dormant.
           display "AcctMaint: reject - account " maint-account
               " not dormant"
           add 1 to trans-rejected
           move "NOT-DORMANT" to rej-reason
           move spaces to rej-detail
           string "Account " maint-account " is not dormant"
               delimited by size into rej-detail
           perform write-reject-record.

      * the balance master for the close checks - no file yet just
      * means every balance is zero
       open-balance-master.
           open input balance-file
           evaluate balmstr-status
               when "00"
                   move "Y" to balance-master-switch
               when "35"
                   move "N" to balance-master-switch
               when other
                   display "AcctMaint: unable to open BALMSTR, "
                       "status " balmstr-status
                   move RC-ERROR to return-code
                   stop run
           end-evaluate.

      * an earlier run's closing transfers, if Add has not posted
      * them yet - a feed whose fingerprint is on FEEDREG has been
      * consumed and is replaced, anything else is carried forward
       load-closing-feed.
           move zero to closing-leg-count
           move spaces to carried-feed-name
           move zero to carried-feed-count
           move zero to carried-feed-hash
           move "N" to scan-eof-switch
           open input closing-feed-file
           if clsaddin-status not equal "00"
               exit paragraph
           end-if
           perform until scan-eof
               read closing-feed-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       perform load-one-closing-record
               end-read
           end-perform
           close closing-feed-file
           if closing-leg-count is equal to zero
               exit paragraph
           end-if
           perform check-closing-feed-consumed
           if carried-feed-consumed
               move zero to closing-leg-count
           else
               display "AcctMaint: " closing-leg-count " CLSADDIN "
                   "leg(s) not yet posted - carried forward"
           end-if.

       load-one-closing-record.
           evaluate true
               when closing-feed-header
                   move clh-feed-name to carried-feed-name
                   move clh-creation-date to carried-feed-date
               when closing-feed-trailer
                   move clt-record-count to carried-feed-count
                   move clt-hash-total to carried-feed-hash
               when other
                   if closing-leg-count is less than max-closing-legs
                       add 1 to closing-leg-count
                       move closing-feed-record
                           to closing-leg (closing-leg-count)
                   end-if
           end-evaluate.

       check-closing-feed-consumed.
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

      * the night's closing transfers, and any carried forward, as
      * one bracketed feed for Add
       write-closing-feed.
           move zero to closing-feed-count
           move zero to closing-feed-hash
           open output closing-feed-file
           move spaces to closing-header-record
           move "HDR" to clh-record-type
           move "CLSADDIN" to clh-feed-name
           move run-date to clh-creation-date
           write closing-header-record
           perform varying cl from 1 by 1
                   until cl is greater than closing-leg-count
               move closing-leg (cl) to ws-closing-leg
               move ws-closing-leg to closing-feed-record
               write closing-feed-record
               add 1 to closing-feed-count
               add cl-number1 cl-number2 to closing-feed-hash
           end-perform
           move "TRL" to clt-record-type
           move closing-feed-count to clt-record-count
           move closing-feed-hash to clt-hash-total
           write closing-trailer-record
           close closing-feed-file
           display "AcctMaint: " closing-feed-count " closing "
               "transfer leg(s) written to CLSADDIN".

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           write report-line
           add 1 to lines-on-page.

      * the merge report pages the same way
       start-merge-page.
           add 1 to merge-page-number
           move run-date to mh1-date
           move merge-page-number to mh1-page
           move heading-run-number to mh1-run
           move merge-heading-1 to merge-report-line
           write merge-report-line
           move spaces to merge-report-line
           write merge-report-line
           move zero to merge-lines-on-page.

       write-merge-line.
           if merge-lines-on-page is greater than or equal
                   to max-lines-per-page
               move merge-report-line to held-merge-line
               perform start-merge-page
               move held-merge-line to merge-report-line
           end-if
           write merge-report-line
           add 1 to merge-lines-on-page.

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           write audit-record
           close audit-file.

      * one line per refused operator on the shared audit trail
       write-refusal-audit-record.
           move spaces to ws-audit-record
           move "AcctMaint" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           string "Operator: " maint-operator
               delimited by size into aud-input-summary
           string "Refused: " oper-right-name
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per technical reject on the shop's shared reject file
       write-reject-record.
           move "AcctMaint" to rej-program-id
