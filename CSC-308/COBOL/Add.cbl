           select posted-reg-file assign to dynamic postreg-name
               organization is line sequential
               file status is postreg-status.
           select fx-position-file assign to dynamic fxpos-name
               organization is line sequential
               file status is fxpos-status.
           select invoice-register-file assign to dynamic invreg-name
               organization is line sequential
               file status is invreg-status.
      * the commit-interval checkpoints, written to two files in
      * turn so the last good one survives an abend mid-write, and
      * the balance master's before-images since the latest one -
      * all named for the feed, the way the ack is
           select checkpoint-file assign to dynamic checkpoint-name
               organization is line sequential
               file status is ckpt-status.
           select before-image-file assign to dynamic bimg-name
               organization is line sequential
               file status is bimg-status.
      * an appended file cut back to its checkpointed length on a
      * restart, through the work file
           select trim-file assign to dynamic trim-name
               organization is line sequential
               file status is trim-status.
           select trim-work-file assign to "ADDCKWRK"
               organization is line sequential
               file status is trimwrk-status.
           select posted-work-file assign to "POSTRWRK"
               organization is line sequential
               file status is postwrk-status.
           select release-file assign to "PENDREL"
               organization is line sequential
               file status is pendrel-status.
      * the overdraft allowance control, and where an item that
      * would breach it goes instead of posting - the permanent
      * returned-items file and the producer's per-feed return file
           select overdraft-file assign to "OVDCTL"
               organization is line sequential
               file status is ovdctl-status.
           select returned-file assign to dynamic returned-name
               organization is line sequential
               file status is retitems-status.
           select return-ack-file assign to dynamic retack-name
               organization is line sequential
               file status is retack-status.
           select dept-control-file assign to "DEPTCTL"
               organization is line sequential
               file status is deptctl-status.
           select trans-control-file assign to "TRNSCTL"
               organization is line sequential
               file status is trnsctl-status.
      * the run backout register, marked through its work file when
      * a backout feed posts
           select backout-register-file assign to "RUNREV"
               organization is line sequential
               file status is runrev-status.
           select backout-work-file assign to "RUNRWRK"
               organization is line sequential
               file status is runrwrk-status.

       data division.
       file section.
           05  trans-dept pic x(3).
      * DR / CR / ADJ / VOID - what the pair means, not just what it
      * adds up to. A VOID carries the item number of the posting it
      * backs out in trans-ref, and so does RunBackout's RVRS; the
      * other codes carry zero there.
           05  trans-code pic x(4).
           05  trans-ref pic 9(7) comp-3.
           05  number1 pic s9(6) comp-3.
      * prior-period adjustment; one dated into a month already
      * closed by MonthEnd rejects outright.
           05  trans-eff-date pic x(8).
           05  trans-contra-account pic x(8).
      * the shop-standard control records bracketing the feed - a
      * header with the feed name and creation date, and a trailer
      * with the record count and amount hash the producer wrote.
               88  feed-header value "HDR".
           05  th-feed-name pic x(8).
           05  th-creation-date pic x(8).
      * who keyed the batch - KeyEntry names its operator here;
      * every machine-built feed leaves it blank
           05  th-operator pic x(8).
      * the run a RunBackout feed backs out - only that feed may
      * carry RVRS; every other producer leaves it blank
           05  th-reversed-run pic 9(9).
           05  filler pic x(7).
       01  trans-trailer-record.
           05  tt-record-type pic x(3).
               88  feed-trailer value "TRL".
           05  tt-record-count pic 9(7) comp-3.
           05  tt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  audit-file.
       01  audit-record pic x(95).
      * approvals against it and folds released items into the next
      * night's feed
       fd  pending-file.
       01  pending-record pic x(58).

      * tonight's released items off PendRelease - an account and
      * effect on this list posts through the limit once, under the
       fd  release-file.
       01  release-record pic x(26).

      * the overdraft control file - one line per account class:
      * whether the class may overdraw at all (Y/N), and by how
      * much below zero its bal-new may go. Class ** is the
      * default, same convention as LIMCTL and TOLCTL.
       fd  overdraft-file.
       01  overdraft-record.
           05  oc-class pic x(2).
           05  oc-allowed pic x.
           05  oc-allowance pic 9(9).

      * the returned items - one line per item refused for want of
      * funds, appended like the journal; the return file is the
      * same layout, rewritten per feed per night like the ack
       fd  returned-file.
       01  returned-record pic x(75).

       fd  return-ack-file.
       01  return-ack-record pic x(75).

      * the department and transaction-code control files the edit
      * tables load from - TableMaint maintains both under the same
      * controls as account changes
      * never kept. Flat here and structured in working-storage,
      * same reasoning as WS-AUDIT-RECORD.
       fd  journal-file.
       01  journal-record pic x(94).

      * the persistent register of posted items, carried run to run
      * so a VOID can back out a posting from an earlier night, not
      * just one from the current feed - item number, where it
      * posted, its signed effect, P/V/T/R status, and the date it
      * posted. Rolled through the work file like the balance master.
       fd  posted-reg-file.
       01  posted-reg-record pic x(37).
       fd  posted-work-file.
       01  posted-work-record pic x(37).

      * one line per run backed out - RunBackout writes it, the run
      * posting its feed marks it posted
       fd  backout-register-file.
       01  backout-register-record pic x(84).

       fd  backout-work-file.
       01  backout-work-record pic x(84).

      * the foreign-currency positions - what each revalued account
      * holds in its own currency, moved with every posting so the
      * month-end revaluation restates the right figure. Loaded
      * whole at startup, written back whole at the end.
       fd  fx-position-file.
       01  fx-position-record pic x(31).

      * the invoice register SeqBatch writes as it issues INV
      * numbers - a CR naming an invoice pays it down here. Loaded
      * whole at startup, written back whole at the end.
       fd  invoice-register-file.
       01  invoice-register-record pic x(80).

      * one checkpoint line - a type byte and its data; the layouts
      * are the ck- groups in working storage
       fd  checkpoint-file.
       01  checkpoint-record pic x(150).

      * a balance master record as it stood before a posting
      * changed it, tagged with the checkpoint it follows
       fd  before-image-file.
       01  before-image-record pic x(44).

      * wide enough for the longest line of any appended file
       fd  trim-file.
       01  trim-record pic x(100).

       fd  trim-work-file.
       01  trim-work-record pic x(100).

      * the per-department nightly figures, persisted so the
      * monthly budget-versus-actual report has something to sum -
      * the control-break subtotals used to die on the console when

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==trans-file-status==.
       01  audit-status pic xx.
       01  post-dept-idx pic 9(3) comp-3.
       01  void-ok-switch pic x.
           88  void-ok value "Y".
      * an XFER's legs: the out-leg's item number both journal lines
      * carry, the giving account's master entry kept while the
      * contra account is looked up, and the night's transfer totals
      * - out and in must always net to zero
       01  transfer-ref pic 9(7) value zero.
       01  transfer-from-record pic x(49).
       01  transfer-contra-currency pic x(3).
           88  transfer-contra-base value spaces, "USD".
       01  transfer-dormant-account pic x(8).
       01  transfer-count pic 9(5) comp-3 value zero.
       01  transfer-out-total pic s9(11) comp-3 value zero.
       01  transfer-in-total pic s9(11) comp-3 value zero.
       01  transfer-net pic s9(11) comp-3.
       01  transfer-items-edit pic z(4)9.
       01  transfer-total-edit pic -(10)9.
       01  ref-edit pic 9(7).
      * effective-date handling: the date the pair belongs to
      * (blank defaults to the processing date), checked against
       01  current-rate pic 9(3)v9(6) comp-3.
       01  rate-ok-switch pic x.
           88  rate-ok value "Y".
      * the positions FxReval keeps, and the item's effect in the
      * account's own currency - known wherever the feed carried
      * it, otherwise worked back from base at tonight's rate. A
      * revaluation item (REVL) restates the base figure only and
      * leaves the foreign balance where it was.
       01  fxpos-name pic x(20) value "FXPOS".
       01  fxpos-status pic xx.
           copy "WS-FXPOS-RECORD".
       01  fxpos-eof-switch pic x value "N".
           88  fxpos-eof value "Y".
       01  fx-position-count pic 9(3) comp-3 value zero.
       01  max-fx-position-size pic 9(3) comp-3 value 500.
       01  fx-position-table.
           05  fx-position-entry occurs 500 times.
               10  ft-account pic x(8).
               10  ft-currency pic x(3).
               10  ft-foreign-balance pic s9(11) comp-3.
               10  ft-revalued-date pic x(8).
       01  fx pic 9(3) comp-3.
       01  fx-found pic 9(3) comp-3.
       01  fx-rate pic 9(3)v9(6) comp-3.
       01  foreign-effect pic s9(9) comp-3.
       01  foreign-effect-switch pic x value "N".
           88  foreign-effect-known value "Y".
           88  revaluation-effect value "R".
      * the invoice register: a CR whose trans-ref is not zero is a
      * customer's payment of the invoice it names, by the
      * invoice's last seven digits. It must name one open invoice
      * billed to the paying account, and may pay part of what is
      * still owed but never more - anything else rejects. Invoices
      * settled more than invoice-retain-days ago age off at load.
       01  invreg-name pic x(20) value "INVREG".
       01  invreg-status pic xx.
           copy "WS-INVREG-RECORD".
       01  invreg-eof-switch pic x value "N".
           88  invreg-eof value "Y".
       01  invoice-count pic 9(5) comp-3 value zero.
       01  max-invoice-size pic 9(5) comp-3 value 2000.
       01  invoice-table.
           05  invoice-entry occurs 2000 times.
               10  it-record pic x(80).
       01  iv pic 9(5) comp-3.
       01  invoice-idx pic 9(5) comp-3.
       01  invoice-matches pic 9(5) comp-3.
       01  invoice-retain-days pic 9(3) comp-3 value 90.
       01  invoice-date-integer pic 9(7) comp-3.
       01  invoice-open-amount pic 9(9) comp-3.
       01  invoice-payment-count pic 9(5) comp-3 value zero.
       01  invoice-payment-total pic 9(11) comp-3 value zero.
       01  invoice-settled-count pic 9(5) comp-3 value zero.
       01  invoice-reject-switch pic x value "N".
           88  invoice-payment-rejected value "Y".
      * commit-interval checkpoint and restart. The balance master
      * posts in place, so rerunning an abended Add from the top
      * would post the front of the feed twice. Instead, after the
      * day roll and then every checkpoint-interval records read
      * (ADDCKINT, default 500, 0 for none), the run's whole state
      * is checkpointed: the position in the feed or suspense file,
      * every control total and subtotal, the length of each file
      * it appends to, and the tables it rewrites at the end. Every
      * master record a posting changes is before-imaged first.
      * Rerun under the same run number against the same feed, Add
      * puts the masters back to the latest checkpoint - the before
      * images back out the broken interval, the appended files are
      * cut back - and carries on from the next record, so the
      * control totals and audit line come out as an unbroken run
      * would have left them. A shadow run re-seeds its master from
      * the live one and simply starts again.
       01  addckint-value pic x(3).
       01  checkpoint-interval pic 9(3) comp-3 value 500.
       01  records-since-checkpoint pic 9(3) comp-3 value zero.
       01  checkpoint-switch pic x value "Y".
           88  checkpoints-taken value "Y".
       01  restart-switch pic x value "N".
           88  restarting value "Y".
       01  checkpoint-name pic x(20).
       01  checkpoint-name-a pic x(20).
       01  checkpoint-name-b pic x(20).
       01  restart-name pic x(20).
       01  bimg-name pic x(20).
       01  trim-name pic x(20).
       01  ckpt-status pic xx.
       01  bimg-status pic xx.
       01  trim-status pic xx.
       01  trimwrk-status pic xx.
       01  ckpt-eof-switch pic x value "N".
           88  ckpt-eof value "Y".
       01  bimg-eof-switch pic x value "N".
           88  bimg-eof value "Y".
       01  trim-eof-switch pic x value "N".
           88  trim-eof value "Y".
       01  current-run-number pic 9(9).
       01  checkpoint-sequence pic 9(5) value zero.
       01  restart-sequence pic 9(5) value zero.
       01  sequence-half pic 9(5).
       01  sequence-odd pic 9.
      * where the posting passes stand: F the feed, S the suspense
      * file (the PARM pair is behind it), E both done
       01  checkpoint-phase pic x value "F".
           88  feed-phase value "F".
           88  suspense-phase value "S".
           88  posting-done value "E".
       01  phase-position pic 9(7) comp-3 value zero.
       01  resume-position pic 9(7) comp-3 value zero.
       01  remaining-feed-records pic 9(7) comp-3.
      * the lines in each file the run appends to - counted at a
      * fresh start and kept up as the run writes
       01  journal-lines pic 9(9) comp-3 value zero.
       01  reject-lines pic 9(9) comp-3 value zero.
       01  pending-lines pic 9(9) comp-3 value zero.
       01  retitem-lines pic 9(9) comp-3 value zero.
       01  retack-lines pic 9(9) comp-3 value zero.
       01  trim-keep-lines pic 9(9) comp-3.
       01  trim-line-count pic 9(9) comp-3.
       01  ws-checkpoint-record.
           05  ck-type pic x.
           05  ck-data pic x(149).
      * C - who and where: the run, the feed it is posting, the
      * position, and the appended files' lengths
       01  ck-control-line.
           05  cc-sequence pic 9(5).
           05  cc-run-number pic 9(9).
           05  cc-run-date pic x(8).
           05  cc-feed-name pic x(8).
           05  cc-creation-date pic x(8).
           05  cc-feed-count pic 9(7).
           05  cc-feed-hash pic s9(11) sign is trailing separate.
           05  cc-phase pic x.
           05  cc-position pic 9(7).
           05  cc-feed-item pic 9(7).
           05  cc-highest-item pic 9(7).
           05  cc-journal-lines pic 9(9).
           05  cc-reject-lines pic 9(9).
           05  cc-pending-lines pic 9(9).
           05  cc-retitem-lines pic 9(9).
           05  cc-retack-lines pic 9(9).
      * T and U - the control totals
       01  ck-totals-line-1.
           05  c1-item-count pic 9(7).
           05  c1-overflow-count pic 9(7).
           05  c1-reject-count pic 9(7).
           05  c1-grand-total pic s9(9) sign is trailing separate.
           05  c1-suspense-count pic 9(7).
           05  c1-suspense-reject-count pic 9(7).
           05  c1-suspense-total pic s9(9) sign is trailing separate.
           05  c1-ppa-count pic 9(7).
           05  c1-ppa-total pic s9(9) sign is trailing separate.
       01  ck-totals-line-2.
           05  c2-held-count pic 9(5).
           05  c2-held-total pic s9(11) sign is trailing separate.
           05  c2-dormant-held-count pic 9(5).
           05  c2-dormant-held-total pic s9(11)
                   sign is trailing separate.
           05  c2-returned-count pic 9(5).
           05  c2-returned-total pic s9(11) sign is trailing separate.
           05  c2-transfer-count pic 9(5).
           05  c2-transfer-out-total pic s9(11)
                   sign is trailing separate.
           05  c2-transfer-in-total pic s9(11)
                   sign is trailing separate.
           05  c2-invoice-payment-count pic 9(5).
           05  c2-invoice-payment-total pic 9(11).
           05  c2-invoice-settled-count pic 9(5).
           05  c2-reversed-count pic 9(7).
           05  c2-reversed-total pic s9(9) sign is trailing separate.
      * D, K and B - one department, code or branch subtotal
       01  ck-subtotal-line.
           05  cs-index pic 9(3).
           05  cs-key pic x(4).
           05  cs-items pic 9(7).
           05  cs-total pic s9(9) sign is trailing separate.
      * R - which of tonight's released approvals are used up
       01  ck-release-line.
           05  cr-used pic x occurs 100 times.
      * P, X and I are a posted-register, position or invoice line
      * as the files carry them; E closes a complete checkpoint
       01  ws-before-image-record.
           05  bi-sequence pic 9(5).
           05  bi-action pic x.
               88  bi-new-record value "N".
           05  bi-record pic x(38).
      * a broken interval's images, undone last-first; the interval
      * is capped at 999 records, two master postings at most each
       01  bimg-count pic 9(5) comp-3 value zero.
       01  max-bimg-size pic 9(5) comp-3 value 2000.
       01  bimg-table.
           05  bimg-entry occurs 2000 times.
               10  bt-action pic x.
               10  bt-record pic x(38).
       01  bx pic 9(5) comp-3.
       01  candidate-sequence pic 9(5).
       01  candidate-match-switch pic x.
           88  candidate-match value "Y".
       01  candidate-end-switch pic x.
           88  candidate-complete value "Y".
      * cycle control: the nightly run rolls the day at startup; a
      * supplemental cycle (ADDCYCLE=SUPP, run by DailyBatch's
      * CYCLE=SUPP mode) posts on top of the already-rolled day, so
       01  addinfeed-value pic x(20).
       01  addcycle-value pic x(4) value spaces.
           88  supplemental-cycle value "SUPP".
      * FxReval's gain/loss account - the one base-currency account
      * a REVL item may post to (FXGLACCT, default FXGAINLS)
       01  fxglacct-value pic x(8) value spaces.
       01  revaluation-account pic x(8) value "FXGAINLS".
      * shadow mode: every write redirected to .SHD copies, the
      * balance master seeded from the live file, nothing live
      * touched - the way a repaired feed is proved before it is
       01  deptact-name pic x(20) value "DEPTACT".
       01  pending-name pic x(20) value "PENDING".
       01  ack-name pic x(20) value "ADDINACK".
       01  returned-name pic x(20) value "RETITEMS".
       01  retack-name pic x(20) value "ADDINRET".
       01  shadow-name-work pic x(20).
      * the producer acknowledgment, one record per feed per night
       01  ack-status pic xx.
           copy "WS-FEEDREG-RECORD".
       01  feedreg-eof-switch pic x value "N".
           88  feedreg-eof value "Y".
      * a run backout feed: the run it backs out, off the header,
      * the reversals it posted, and its line on the register
       01  backout-run-number pic 9(9) value zero.
       01  runrev-status pic xx.
       01  runrwrk-status pic xx.
           copy "WS-RUNREV-RECORD".
       01  runrev-eof-switch pic x value "N".
           88  runrev-eof value "Y".
       01  runrev-found-switch pic x value "N".
           88  runrev-found value "Y".
       01  reversed-item-count pic 9(7) comp-3 value zero.
       01  reversed-item-total pic s9(9) comp-3 value zero.
       01  feed-duplicate-switch pic x value "N".
           88  feed-duplicate value "Y".
       01  feedforce-value pic x value "N".
       01  held-count pic 9(5) comp-3 value zero.
       01  held-total pic s9(11) comp-3 value zero.
       01  held-items-edit pic z(4)9.
      * of the held items, those held because the account has gone
      * dormant rather than for the limit
       01  dormant-held-count pic 9(5) comp-3 value zero.
       01  dormant-held-total pic s9(11) comp-3 value zero.
       01  held-total-edit pic -(10)9.
      * one pending line built for the divert
       01  ws-pending-record.
           05  pend-eff-date pic x(8).
           05  pend-entry-date pic x(8).
           05  pend-run-number pic 9(9).
      * the invoice a held payment names - older lines without it
      * read back as spaces and are taken as no reference
           05  pend-ref pic 9(7).
      * tonight's approvals, each usable once
       01  release-eof-switch pic x value "N".
           88  release-eof value "Y".
           88  approval-found value "Y".
       01  item-held-switch pic x.
           88  item-held value "Y".
      * the insufficient-funds gate: per-class overdraft allowances
      * off OVDCTL, checked against the account's projected bal-new
      * before an item that lowers it posts. No OVDCTL means the
      * shop has set no allowances - every class overdraws freely,
      * loudly, the way a missing LIMCTL runs wide open.
       01  ovdctl-status pic xx.
       01  retitems-status pic xx.
       01  retack-status pic xx.
       01  overdraft-eof-switch pic x value "N".
           88  overdraft-eof value "Y".
       01  overdraft-control-switch pic x value "Y".
           88  overdraft-control-on-file value "Y".
       01  od-count pic 9(3) comp-3 value zero.
       01  max-od-size pic 9(3) comp-3 value 20.
       01  od-table.
           05  od-entry occurs 20 times.
               10  om-class pic x(2).
               10  om-allowed pic x.
               10  om-allowance pic 9(9) comp-3.
       01  ox pic 9(3) comp-3.
       01  effective-allowance pic s9(9) comp-3.
       01  projected-balance pic s9(11) comp-3.
       01  shortfall-amount pic s9(11) comp-3.
       01  item-returned-switch pic x.
           88  item-returned value "Y".
       01  returned-count pic 9(5) comp-3 value zero.
       01  returned-total pic s9(11) comp-3 value zero.
       01  returned-items-edit pic z(4)9.
       01  returned-total-edit pic -(10)9.
      * the item's place in tonight's feed - what a returned item
      * is known by to the producer
       01  feed-item-number pic 9(7) value zero.
           copy "WS-RETITEM-RECORD".
      * what the caller wants on a held item's pending line and
      * reject line - the feed path and the suspense path divert
      * with different identities
       01  hold-code pic x(4).
       01  hold-eff-date pic x(8).
       01  hold-reason pic x(20).
      * a held invoice payment keeps its invoice reference, so the
      * released item still pays the invoice off
       01  hold-ref pic 9(7).
      * every posted item - tonight's, plus the last ten days' off
      * the POSTREG register - so a VOID can be matched to the
      * posting it reverses whichever night it posted. Status P is
      * file but never give their numbers back
       01  highest-item-issued pic 9(7) value zero.
       01  current-item pic 9(7).
      * the feed tonight's pairs came in on, stamped on each journal
      * line so an item can be traced back to its feed record - the
      * PARM pair goes down as ADDPARM
       01  source-feed-name pic x(8) value spaces.
      * the legs of a balanced internal feed - CostAlloc's ALLOCIN,
      * WriteOff's WOADDIN - post together or not at all
           88  balanced-leg-feed value "ALLOCIN" "WOADDIN".
       01  source-feed-date pic x(8) value spaces.
       01  source-feed-operator pic x(8) value spaces.
       01  posted-retain-days pic 9(3) comp-3 value 10.
       01  run-date pic x(8).
       01  run-date-integer pic 9(7) comp-3.
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * the control keys that hold the master open through the run
      * and free it at the end, rather than an open and close on
      * every lookup
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".

       procedure division.
       main-logic.
           move spaces to ack-name
           string addin-name delimited by space
               "ACK" delimited by size into ack-name
           move spaces to retack-name
           string addin-name delimited by space
               "RET" delimited by size into retack-name
           accept addcycle-value from environment "ADDCYCLE"
      * the FX gain/loss account FxReval posts the other side of a
      * revaluation to - same FXGLACCT override, same default
           accept fxglacct-value from environment "FXGLACCT"
           if fxglacct-value not equal spaces
               move fxglacct-value to revaluation-account
           end-if
           accept shadow-value from environment "SHADOW"
           if shadow-mode
               display "Add: shadow mode - every write redirected "
                   "to .SHD copies, live data untouched"
               perform set-shadow-file-names
           end-if
           perform set-checkpoint-control

      * the feed is proved BEFORE anything persists: the whole file
      * is pre-scanned, the HDR/TRL bracket verified, and the
      * posted in place, a truncated or re-dropped feed must refuse
      * here, while refusing still costs nothing
           perform prescan-feed
      * a checkpoint left by this same run against this same feed
      * means the run is being restarted
           if checkpoints-taken
               perform find-restart-checkpoint
           end-if
           perform verify-feed-trailer

           perform load-posted-register
           if shadow-mode
               move "POSTREG.SHD" to postreg-name
           end-if
           perform load-fx-positions
           if shadow-mode
               move "FXPOS.SHD" to fxpos-name
           end-if
           perform load-invoice-register
           if shadow-mode
               move "INVREG.SHD" to invreg-name
           end-if
      * a restart measures the table once the checkpoint has put
      * back what the run had posted
           if not restarting
               move feed-record-count to remaining-feed-records
               perform check-posted-capacity
           end-if
           perform load-closed-periods
           perform load-exchange-rates
           perform load-posting-limits
           perform load-overdraft-control
           if not restarting
               perform clear-return-file
           end-if
           if not supplemental-cycle
               perform load-released-approvals
           end-if
               move zero to tc-items (c)
               move zero to tc-amount (c)
           end-perform
           if restarting
               perform restore-checkpoint-state
               compute remaining-feed-records =
                   feed-record-count - feed-item-number
               perform check-posted-capacity
           end-if
           if shadow-mode
               perform seed-shadow-balance-master
           end-if
      * the account master held open through the posting passes -
      * every feed pair and suspense entry looks its account up
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform open-balance-master
      * a restart finds the day already rolled - the masters go
      * back to the checkpoint instead
           if restarting
               perform back-out-broken-interval
               perform trim-appended-files
               display "Add: restarting run " current-run-number
                   " at checkpoint " checkpoint-sequence
                   ", phase " checkpoint-phase
                   ", record " resume-position
           else
               if supplemental-cycle
                   display "Add: supplemental cycle - posting on "
                       "top of the rolled day"
               else
                   perform roll-balance-day
               end-if
               if checkpoints-taken
                   perform start-checkpointing
               end-if
           end-if

           if feed-phase
               perform post-feed-pass
               perform process-parm-pair
               move "S" to checkpoint-phase
               move zero to phase-position
               move zero to resume-position
               perform take-checkpoint
           end-if
      * the suspense pass belongs to the main nightly only - a
      * supplemental cycle re-reading last night's CMPSUSP would
      * double-post every correction when the main run consumes
      * the same file tonight
           if suspense-phase
               if not supplemental-cycle
                   perform process-suspense-file
               end-if
               move "E" to checkpoint-phase
               move zero to phase-position
               move zero to resume-position
               perform take-checkpoint
           end-if
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record
           perform rewrite-posted-register
           perform rewrite-fx-positions
           perform rewrite-invoice-register
           close balance-file
      * only a feed that actually posted goes on the register
           perform register-feed-fingerprint
           perform mark-run-reversed
           perform print-control-totals
           perform write-dept-activity
           perform write-audit-record
      * the run is whole - nothing is left to restart from
           if checkpoints-taken
               perform clear-checkpoint-files
           end-if
           if overflow-count is greater than zero
               or reject-count is greater than zero
               or suspense-reject-count is greater than zero
               or held-count is greater than zero
               or returned-count is greater than zero
               move "Add" to alert-program-id
               move "WARNING" to alert-severity
               evaluate true
                   when overflow-count is greater than zero
                       move "POSTING-OVERFLOW" to alert-reason
                   when reject-count is greater than zero
                       move "ITEMS-REJECTED" to alert-reason
                   when suspense-reject-count is greater than zero
                       move "SUSPENSE-REJECTS" to alert-reason
                   when held-count is greater than zero
                       move "ITEMS-HELD" to alert-reason
                   when other
                       move "ITEMS-RETURNED" to alert-reason
               end-evaluate
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
                   move "Y" to header-seen-switch
                   move th-feed-name to ack-feed-name
                   move th-creation-date to ack-creation-date
                   move th-feed-name to source-feed-name
                   move th-creation-date to source-feed-date
                   move th-operator to source-feed-operator
      * a producer that never set the header filler leaves binary
      * zeros there - that is no operator, not a strange one
                   inspect source-feed-operator
                       replacing all low-values by spaces
                   display "Add: " addin-name " feed "
                       th-feed-name " created " th-creation-date
                   if th-reversed-run is numeric
                       and th-reversed-run is greater than zero
                       move th-reversed-run to backout-run-number
                       display "Add: run backout feed - reverses run "
                           backout-run-number
                   end-if
               when feed-trailer
                   move "Y" to trailer-seen-switch
                   move tt-record-count to trailer-record-count
                   end-if
           end-evaluate.

      * the posting pass proper over the feed. On a restart the
      * records the checkpoint has behind it are read past unposted.
       post-feed-pass.
           move "N" to end-of-file-switch
           open input trans-file
           if not FS-FIELD-OK
               display "Add: unable to open " addin-name
                   ", status " trans-file-status
               move RC-ERROR to return-code
               stop run
           end-if
           perform until end-of-file
               read trans-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       add 1 to phase-position
                       if phase-position is greater than
                               resume-position
                           perform classify-and-process-record
                           perform count-toward-checkpoint
                       end-if
               end-read
           end-perform
           close trans-file.

      * the posting pass proper: the control records were verified
      * in the pre-scan and peel off untouched here; everything
      * else goes through the normal edits and posts
               when feed-trailer
                   continue
               when other
                   add 1 to feed-item-number
                   perform validate-and-process-pair
           end-evaluate.

               stop run
           end-if
           perform check-feed-register
           perform check-backout-register
           move "MATCHED" to ack-hash-verdict
           move "ACCEPTED" to ack-disposition
           perform write-feed-ack.
      * stands for feeds posted directly (SUPPIN, standalone runs).
      * Shadow mode is exempt too: every write is redirected, so a
      * deliberately re-presented feed is the point, not a threat.
      * So is a restart: the checkpoint has already proved this is
      * the feed the interrupted run was posting.
       check-feed-register.
           if addinfeed-value equal spaces
               or shadow-mode
               or restarting
               exit paragraph
           end-if
           move "N" to feed-duplicate-switch
               end-if
           end-if.

      * a backout feed for a run the register already shows
      * reversed would back the run out twice - refused. A restart
      * is the run that has not yet marked it, so it passes.
       check-backout-register.
           if backout-run-number is equal to zero
               or restarting
               exit paragraph
           end-if
           move "N" to runrev-found-switch
           move "N" to runrev-eof-switch
           open input backout-register-file
           if runrev-status equal "00"
               perform until runrev-eof
                   read backout-register-file
                       at end
                           move "Y" to runrev-eof-switch
                       not at end
                           move backout-register-record
                               to ws-runrev-record
                           if rv-run-number equal backout-run-number
                               and rv-posted
                               move "Y" to runrev-found-switch
                           end-if
                   end-read
               end-perform
               close backout-register-file
           end-if
           if runrev-found
               display "Add: run " backout-run-number " already "
                   "backed out by run " rv-posted-run " on "
                   rv-posted-date " - run refused"
               move "REVERSED" to ack-hash-verdict
               move "REFUSED" to ack-disposition
               perform write-feed-ack
               move RC-ERROR to return-code
               stop run
           end-if.

      * the backout feed posted - its register line goes to P with
      * this run's number and date, so the run cannot be backed out
      * again and GlExtract can name the run the RVRS lines undo.
      * Not in shadow, where nothing is really posted.
       mark-run-reversed.
           if backout-run-number is equal to zero
               or shadow-mode
               exit paragraph
           end-if
           move "N" to runrev-found-switch
           move "N" to runrev-eof-switch
           open output backout-work-file
           open input backout-register-file
           if runrev-status equal "00"
               perform until runrev-eof
                   read backout-register-file
                       at end
                           move "Y" to runrev-eof-switch
                       not at end
                           perform mark-one-backout-line
                   end-read
               end-perform
               close backout-register-file
           end-if
           if not runrev-found
               display "Add: run " backout-run-number " not on "
                   "RUNREV - backout line added"
               move spaces to ws-runrev-record
               move backout-run-number to rv-run-number
               move spaces to rv-run-date
               move run-date to rv-backout-date
               move ack-creation-date to rv-feed-date
               move feed-record-count to rv-feed-count
               move feed-hash-total to rv-feed-hash
               move reversed-item-count to rv-lines-reversed
               move zero to rv-lines-left-out
               perform stamp-backout-posted
               move ws-runrev-record to backout-work-record
               write backout-work-record
           end-if
           close backout-work-file
           move "N" to runrev-eof-switch
           open input backout-work-file
           open output backout-register-file
           perform until runrev-eof
               read backout-work-file
                   at end
                       move "Y" to runrev-eof-switch
                   not at end
                       move backout-work-record
                           to backout-register-record
                       write backout-register-record
               end-read
           end-perform
           close backout-work-file
           close backout-register-file.

       mark-one-backout-line.
           move backout-register-record to ws-runrev-record
           if rv-run-number equal backout-run-number
               and rv-generated
               move "Y" to runrev-found-switch
               perform stamp-backout-posted
           end-if
           move ws-runrev-record to backout-work-record
           write backout-work-record.

       stamp-backout-posted.
           move "P" to rv-status
           call "RunNumber" using rv-posted-run
           move run-date to rv-posted-date.

      * the consumed feed's fingerprint onto the register - except
      * for the stream ADDIN (StandOrder registered it as received)
      * and in shadow, where nothing is really consumed and the
                       if dept-idx is greater than zero
                           perform validate-account-key
                           if acct-lookup-active
                                   or acct-lookup-dormant
                               perform resolve-account-rate
                               if rate-ok
                                   perform process-one-pair
           if acct-base-currency
               exit paragraph
           end-if
      * a revaluation item is already in base - FxReval worked it
      * out at the closing rate - so it needs no rate of its own;
      * nor does a run backout's reversal, the negated base effect
           if trans-code equal "REVL"
               or trans-code equal "RVRS"
               exit paragraph
           end-if
           move "N" to rate-ok-switch
           perform varying rx from 1 by 1
                   until rx is greater than rate-count
      * whole (an ADDIN record that did not post must sit on the
      * reject side), and nothing touches the ledger
       hold-over-limit-item.
           perform write-pending-item
           display "Add: " post-account " item held for "
               "approval - over class posting limit"
           move hold-reason to rej-reason
           move spaces to rej-detail
           string "Item over class " acct-class
               " posting limit - held"
               delimited by size into rej-detail
           perform write-reject-record.

      * the same divert for a posting to a dormant account - held
      * whatever its size, nothing touches the ledger
       hold-dormant-item.
           perform write-pending-item
           add 1 to dormant-held-count
           add effect-amount to dormant-held-total
           display "Add: " post-account " item held - account "
               "dormant"
           move hold-reason to rej-reason
           move spaces to rej-detail
           string "Account " post-account
               " dormant - held for review"
               delimited by size into rej-detail
           perform write-reject-record.

      * the pending line itself, shared by both diverts
       write-pending-item.
           move "Y" to item-held-switch
           add 1 to held-count
           add effect-amount to held-total
           move hold-eff-date to pend-eff-date
           move run-date to pend-entry-date
           call "RunNumber" using pend-run-number
           move hold-ref to pend-ref
           open extend pending-file
           if pending-status equal "35"
               open output pending-file
           move ws-pending-record to pending-record
           write pending-record
           close pending-file
           add 1 to pending-lines.

      * the allowances off OVDCTL at startup - no file means the
      * shop has set none, which lets every class overdraw, loudly
       load-overdraft-control.
           open input overdraft-file
           if ovdctl-status not equal "00"
               display "Add: OVDCTL not on file - no overdraft "
                   "allowances in force"
               move "N" to overdraft-control-switch
           else
               perform until overdraft-eof
                   read overdraft-file
                       at end
                           move "Y" to overdraft-eof-switch
                       not at end
                           if oc-allowance is numeric
                               and od-count is less than max-od-size
                               add 1 to od-count
                               move oc-class to om-class (od-count)
                               move oc-allowed
                                   to om-allowed (od-count)
                               move oc-allowance
                                   to om-allowance (od-count)
                           end-if
                   end-read
               end-perform
               close overdraft-file
           end-if.

      * how far below zero this account's class may go - the class's
      * own line, else the ** default; a class that may not overdraw
      * (N), or one with no line and no default, stops at zero
       resolve-overdraft-allowance.
           move zero to effective-allowance
           perform varying ox from 1 by 1
                   until ox is greater than od-count
               if om-class (ox) equal "**"
                   if om-allowed (ox) equal "Y"
                       move om-allowance (ox) to effective-allowance
                   else
                       move zero to effective-allowance
                   end-if
               end-if
           end-perform
           perform varying ox from 1 by 1
                   until ox is greater than od-count
               if om-class (ox) equal acct-class
                   and om-class (ox) not equal "**"
                   if om-allowed (ox) equal "Y"
                       move om-allowance (ox) to effective-allowance
                   else
                       move zero to effective-allowance
                   end-if
                   move od-count to ox
               end-if
           end-perform.

      * the projected bal-new is what the master holds for the
      * account this moment plus this item's effect; below the
      * negated allowance, the item is returned for want of funds
       check-available-funds.
           move "N" to item-returned-switch
           if not overdraft-control-on-file
               or effect-amount is not less than zero
               exit paragraph
           end-if
           perform resolve-overdraft-allowance
           move post-account to bal-master-account
           read balance-file
               invalid key
                   move effect-amount to projected-balance
               not invalid key
                   compute projected-balance =
                       bal-master-new + effect-amount
           end-read
           if projected-balance is not less than
                   zero - effective-allowance
               exit paragraph
           end-if
           compute shortfall-amount =
               zero - effective-allowance - projected-balance
           perform return-unfunded-item.

      * the return: onto the permanent returned-items file and the
      * producer's return file, with a reject line so Balancer's
      * feed equation stays whole - nothing touches the ledger
       return-unfunded-item.
           move "Y" to item-returned-switch
           add 1 to returned-count
           add effect-amount to returned-total
           move run-date to ri-run-date
           call "RunNumber" using ri-run-number
           move ack-feed-name to ri-feed-name
           move feed-item-number to ri-item
           move post-account to ri-account
           move dept-code (post-dept-idx) to ri-dept
           move trans-code to ri-code
           move effect-amount to ri-amount
           move shortfall-amount to ri-shortfall
           move effective-date to ri-eff-date
           open extend returned-file
           if retitems-status equal "35"
               open output returned-file
           end-if
           move ws-retitem-record to returned-record
           write returned-record
           close returned-file
           add 1 to retitem-lines
           open extend return-ack-file
           if retack-status equal "35"
               open output return-ack-file
           end-if
           move ws-retitem-record to return-ack-record
           write return-ack-record
           close return-ack-file
           add 1 to retack-lines
           display "Add: " post-account " item returned - "
               "insufficient funds"
           move "NSF-RETURNED" to rej-reason
           move spaces to rej-detail
           move feed-item-number to ref-edit
           string "Item " ref-edit " on " post-account
               " over class " acct-class " allowance"
               delimited by size into rej-detail
           perform write-reject-record.

      * the producer's return file starts empty every run, so what
      * they pick up is tonight's returns and nothing older
       clear-return-file.
           open output return-ack-file
           close return-ack-file.

      * the months MonthEnd has closed, loaded for the lockout -
      * no CLOSEDPD just means no month has been closed yet
       load-closed-periods.

      * the account key must be an active entry on the indexed
      * account master - a mistyped key (ACTC0034 for ACCT0034)
      * posts nowhere and rejects here instead. A dormant entry is
      * a real account and passes the edit; process-one-pair holds
      * its posting instead of applying it.
       validate-account-key.
           call "AcctLookup" using trans-account acct-lookup-result
               ws-acct-record
               move RC-ERROR to return-code
               stop run
           end-if
           if not acct-lookup-active and not acct-lookup-dormant
               display "Add: reject - account " trans-account
                   " not active on master"
               add 1 to reject-count
                       at end
                           move "Y" to suspense-eof-switch
                       not at end
                           add 1 to phase-position
                           if phase-position is greater than
                                   resume-position
                               perform post-one-suspense-entry
                               perform count-toward-checkpoint
                           end-if
                   end-read
               end-perform
               close suspense-file
               move RC-ERROR to return-code
               stop run
           end-if
           if not acct-lookup-active and not acct-lookup-dormant
               display "Add: reject - suspense account "
                   susp-account " not active on master"
               add 1 to suspense-reject-count
      * keyed item does
           move spaces to hold-dept
           move "SUSP" to hold-code
           move zero to hold-ref
           move run-date to hold-eff-date
           if acct-lookup-dormant
               move "SUSP-DORMANT" to hold-reason
               perform hold-dormant-item
               exit paragraph
           end-if
           move "SUSP-HELD" to hold-reason
           perform check-posting-limit
           if item-held
               exit paragraph
           end-if
           move "N" to foreign-effect-switch
           if susp-rate is numeric and susp-rate is greater than zero
               compute foreign-effect rounded =
                   effect-amount / susp-rate
               move "Y" to foreign-effect-switch
           end-if
           add 1 to suspense-count
           add effect-amount to suspense-total
           perform accumulate-branch-total
           move spaces to jr-dept
           move "SUSP" to jr-code
           move zero to jr-item
           move "CMPSUSP" to jr-feed-name
           move spaces to jr-feed-date
           move zero to jr-feed-item
           move zero to jr-ref
           move zero to jr-xfer-ref
           move spaces to jr-operator
           perform write-journal-record.

      * ADDPARM lets a JCL PARM (or SYSIN-equivalent environment
                   move addparm-number1 to number1
                   move addparm-number2 to number2
                   move addparm-eff-date to trans-eff-date
                   move spaces to trans-contra-account
                   move "ADDPARM" to source-feed-name
                   move spaces to source-feed-date
                   move spaces to source-feed-operator
                   add 1 to feed-item-number
                   perform validate-and-process-pair
               end-if
           end-if.

       process-one-pair.
           compute pair-amount = number1 + number2
           move zero to transfer-ref
           move "N" to foreign-effect-switch
           move zero to invoice-idx
           move zero to hold-ref
           if trans-code equal "XFER"
               perform process-transfer
               exit paragraph
           end-if
           if trans-code equal "RVRS"
               perform process-reversal
               exit paragraph
           end-if
           if trans-code equal "VOID"
               perform match-void-reference
               if not void-ok
               end-if
               move trans-account to post-account
               move dept-idx to post-dept-idx
      * a customer's payment of an invoice is proved against the
      * register before it can hold or post
               if trans-code equal "CR"
                   perform match-invoice-payment
                   if invoice-payment-rejected
                       exit paragraph
                   end-if
               end-if
      * a revaluation item restates the base figure the account
      * already carries - no money moves, so no hold, no limit, no
      * conversion and no funds check. That only holds for what
      * FxReval posts: a foreign-currency account, or the FX
      * gain/loss account taking the other side. Anywhere else a
      * REVL would be money moving past every control.
               if trans-code equal "REVL"
                   if acct-base-currency
                       and trans-account not equal
                           revaluation-account
                       perform reject-misplaced-revaluation
                       exit paragraph
                   end-if
                   move "R" to foreign-effect-switch
                   add 1 to item-count
                   perform post-item-effect
                   exit paragraph
               end-if
      * policy: a single item over its class's limit needs the
      * supervisor's sign-off BEFORE the money moves - it diverts
      * to the pending file unless tonight's release list carries
               move dept-code (post-dept-idx) to hold-dept
               move trans-code to hold-code
               move effective-date to hold-eff-date
      * policy: a dormant account takes nothing until AcctMaint
      * reactivates it - the item holds on the pending file the
      * same way, whatever its size, and the supervisor releases
      * it once the account is back.
      * The legs of a balanced internal feed are exempt from the
      * hold, the limit and the funds check, as a VOID is: one leg
      * held or returned while its twin posts would leave the
      * ledger out of balance. Each producer applied its own
      * controls before it wrote the legs.
               if not balanced-leg-feed
                   if acct-lookup-dormant
                       move "DORMANT-HELD" to hold-reason
                       perform hold-dormant-item
                       exit paragraph
                   end-if
                   move "HELD-APPROVAL" to hold-reason
                   perform check-posting-limit
                   if item-held
                       exit paragraph
                   end-if
               end-if
      * a foreign-currency account's feed amount arrives in the
      * account's own currency - it posts to the base-currency
      * ledger converted at the daily rate. A VOID never converts:
      * it reverses the original's base effect exactly.
               move effect-amount to foreign-effect
               move "Y" to foreign-effect-switch
               if current-rate not equal 1
                   compute effect-amount rounded =
                       effect-amount * current-rate
               end-if
      * policy: an item that lowers the balance must leave the
      * account inside its class's overdraft allowance - checked on
      * the converted base effect, against what the master holds
      * right now, so tonight's earlier items count. A breach is
      * returned unposted. A VOID is exempt: it corrects an item
      * that already posted.
               if not balanced-leg-feed
                   perform check-available-funds
                   if item-returned
                       exit paragraph
                   end-if
               end-if
           end-if
           add 1 to item-count
           perform post-item-effect
           if invoice-idx is greater than zero
               perform apply-invoice-payment
           end-if.

      * one effect onto the ledger - the register, the control
      * totals, the balance master and the journal line. A feed
      * pair posts one; a transfer posts one per leg.
       post-item-effect.
      * a pair dated before tonight posts, but is reported apart -
      * a correction belonging to last Tuesday must not hide inside
      * tonight's ordinary figures
               add effect-amount to ppa-total
           end-if
           perform record-posted-item
      * the out-leg's item number is the reference both legs carry
           if trans-code equal "XFER" and transfer-ref equal zero
               move current-item to transfer-ref
           end-if
           add 1 to tc-items (code-idx)
           add effect-amount to tc-amount (code-idx)
               on size error
           move dept-code (post-dept-idx) to jr-dept
           move trans-code to jr-code
           move current-item to jr-item
           move source-feed-name to jr-feed-name
           move source-feed-date to jr-feed-date
           move feed-item-number to jr-feed-item
           if trans-ref is numeric
               move trans-ref to jr-ref
           else
               move zero to jr-ref
           end-if
           move transfer-ref to jr-xfer-ref
           move source-feed-operator to jr-operator
           perform write-journal-record.

      * an XFER moves money between two accounts in one record - the
      * record's account gives, the contra account receives. Both
      * legs are edited together before either posts, and a leg
      * that cannot post takes the whole record with it: nothing
      * holds for approval or dormancy, since one pending line
      * cannot carry the pair, and a return for want of funds on
      * the giving account returns the pair. Either way Balancer's
      * feed equation sees one record on the reject side.
       process-transfer.
           if pair-amount is not greater than zero
               move "XFER-AMOUNT" to rej-reason
               move "Transfer amount must be positive"
                   to rej-detail
               perform reject-transfer
               exit paragraph
           end-if
           if trans-contra-account equal spaces
                   or trans-contra-account equal trans-account
               move "XFER-CONTRA" to rej-reason
               move spaces to rej-detail
               string "Contra " trans-contra-account
                   " blank or same as account"
                   delimited by size into rej-detail
               perform reject-transfer
               exit paragraph
           end-if
           if acct-lookup-dormant
               move trans-account to transfer-dormant-account
               perform reject-transfer-dormant
               exit paragraph
           end-if
      * the receiving account must be as good as the giving one -
      * active on the master, and kept in the same currency, so one
      * converted amount serves both legs
           move ws-acct-record to transfer-from-record
           call "AcctLookup" using trans-contra-account
               acct-lookup-result ws-acct-record
           if acct-lookup-unavailable
               display "Add: account master ACCTMSTR unavailable"
               move RC-ERROR to return-code
               stop run
           end-if
           if acct-lookup-dormant
               move trans-contra-account to transfer-dormant-account
               perform reject-transfer-dormant
               exit paragraph
           end-if
           if not acct-lookup-active
               move "XFER-CONTRA" to rej-reason
               move spaces to rej-detail
               string "Contra account " trans-contra-account
                   " not active"
                   delimited by size into rej-detail
               perform reject-transfer
               exit paragraph
           end-if
           move acct-currency to transfer-contra-currency
           move transfer-from-record to ws-acct-record
           if (acct-base-currency and not transfer-contra-base)
                   or (not acct-base-currency
                   and acct-currency not equal
                       transfer-contra-currency)
               move "XFER-CURRENCY" to rej-reason
               move spaces to rej-detail
               string "Currency " acct-currency " to "
                   transfer-contra-currency " - no transfer"
                   delimited by size into rej-detail
               perform reject-transfer
               exit paragraph
           end-if
           compute effect-amount = zero - pair-amount
           move trans-account to post-account
           move dept-idx to post-dept-idx
      * the class limit applies to the amount given, and only a
      * released approval lets an over-limit transfer through
           perform resolve-posting-limit
           if pair-amount is greater than effective-posting-limit
               perform find-released-approval
               if not approval-found
                   move "XFER-OVER-LIMIT" to rej-reason
                   move spaces to rej-detail
                   string "Transfer over class " acct-class
                       " posting limit"
                       delimited by size into rej-detail
                   perform reject-transfer
                   exit paragraph
               end-if
           end-if
           compute foreign-effect = zero - pair-amount
           move "Y" to foreign-effect-switch
           if current-rate not equal 1
               compute effect-amount rounded =
                   effect-amount * current-rate
           end-if
           perform check-available-funds
           if item-returned
               exit paragraph
           end-if
           add 1 to item-count
           add 1 to transfer-count
           add effect-amount to transfer-out-total
           perform post-item-effect
           compute effect-amount = zero - effect-amount
           move pair-amount to foreign-effect
           move trans-contra-account to post-account
           add effect-amount to transfer-in-total
           perform post-item-effect.

       reject-transfer-dormant.
           move "XFER-DORMANT" to rej-reason
           move spaces to rej-detail
           string "Account " transfer-dormant-account
               " dormant - no transfer"
               delimited by size into rej-detail
           perform reject-transfer.

       reject-transfer.
           display "Add: reject - transfer from " trans-account
               " " rej-reason
           add 1 to reject-count
           perform write-reject-record.

      * a VOID must name the item it backs out - its effect is the
      * negation of the original posting, to the original's account
      * and department, whether the original posted tonight or on an
           move void-dept-idx to post-dept-idx
           move "V" to pi-status (pv).

      * a run backout's reversal - RunBackout negated the journal
      * line exactly, so the feed amount is the base effect itself:
      * no hold, no limit, no conversion and no funds check, as for
      * a VOID. Only a feed whose header names the run it backs out
      * may carry one.
       process-reversal.
           if backout-run-number is equal to zero
               display "Add: reject - RVRS outside a run backout "
                   "feed"
               add 1 to reject-count
               move "RVRS-NOT-BACKOUT" to rej-reason
               move "RVRS only posts off a RunBackout feed"
                   to rej-detail
               perform write-reject-record
               exit paragraph
           end-if
           move pair-amount to effect-amount
           move trans-account to post-account
           move dept-idx to post-dept-idx
           perform mark-reversed-item
           add 1 to reversed-item-count
           add effect-amount to reversed-item-total
           add 1 to item-count
           perform post-item-effect.

       reject-misplaced-revaluation.
           display "Add: reject - REVL on base-currency account "
               trans-account
           add 1 to reject-count
           move "REVL-NOT-FX" to rej-reason
           move "REVL needs a foreign or FXGLACCT account"
               to rej-detail
           perform write-reject-record.

      * the item reversed goes to R on the register, so no VOID can
      * back it out a second time - a void, a transfer leg, or an
      * item already aged off the register is left as it is
       mark-reversed-item.
           if trans-ref is not numeric
               exit paragraph
           end-if
           perform varying b from 1 by 1
                   until b is greater than posted-count
               if pi-item (b) equal trans-ref
                   if pi-status (b) equal "P"
                       move "R" to pi-status (b)
                   end-if
                   move posted-count to b
               end-if
           end-perform.

       reject-unmatched-void.
           display "Add: reject - VOID does not match a posted item"
           add 1 to reject-count
      * one entry per posted item, numbered on from the register's
      * highest item ever issued, so a later VOID - tonight's or a
      * later night's - can find it. A void's own entry goes in as
      * V - you cannot void a void, nor a run backout's reversal -
      * and a transfer leg as T: one leg cannot be backed out
      * without the other, so a transfer is reversed with a second
      * XFER the other way. An item a run backout reversed is R.
       record-posted-item.
           if posted-count is equal to max-posted-size
               display "Add: posted-item table full"
           move dept-code (post-dept-idx) to pi-dept (posted-count)
           move effect-amount to pi-amount (posted-count)
           move run-date to pi-run-date (posted-count)
           evaluate trans-code
               when "VOID"
               when "RVRS"
                   move "V" to pi-status (posted-count)
               when "XFER"
                   move "T" to pi-status (posted-count)
               when other
                   move "P" to pi-status (posted-count)
           end-evaluate.

      * the prior runs' postings back into the table - entries past
      * the retention window age off (a void request that old goes
           close posted-work-file
           close posted-reg-file.

      * the foreign positions off FXPOS - none on file just means
      * no account has been revalued yet
       load-fx-positions.
           open input fx-position-file
           if fxpos-status equal "00"
               perform until fxpos-eof
                   read fx-position-file
                       at end
                           move "Y" to fxpos-eof-switch
                       not at end
                           perform load-one-fx-position
                   end-read
               end-perform
               close fx-position-file
           end-if.

       load-one-fx-position.
           move fx-position-record to ws-fxpos-record
           if fp-foreign-balance is not numeric
               exit paragraph
           end-if
           if fx-position-count not less than max-fx-position-size
               display "Add: FXPOS position table full - "
                   fp-account " not tracked"
               exit paragraph
           end-if
           add 1 to fx-position-count
           move fp-account to ft-account (fx-position-count)
           move fp-currency to ft-currency (fx-position-count)
           move fp-foreign-balance
               to ft-foreign-balance (fx-position-count)
           move fp-revalued-date
               to ft-revalued-date (fx-position-count).

      * the invoice register off INVREG - none on file just means
      * no invoice has been issued yet. An invoice paid off longer
      * ago than the retention window ages off here.
       load-invoice-register.
           open input invoice-register-file
           if invreg-status equal "00"
               perform until invreg-eof
                   read invoice-register-file
                       at end
                           move "Y" to invreg-eof-switch
                       not at end
                           perform load-one-invoice
                   end-read
               end-perform
               close invoice-register-file
           end-if.

       load-one-invoice.
           move invoice-register-record to ws-invreg-record
           if inv-number is not numeric
               exit paragraph
           end-if
           if inv-settled and inv-last-paid-date is numeric
               compute invoice-date-integer =
                   function integer-of-date
                       (function numval (inv-last-paid-date))
               if run-date-integer - invoice-date-integer
                       is greater than invoice-retain-days
                   exit paragraph
               end-if
           end-if
           if invoice-count is equal to max-invoice-size
               display "Add: INVREG exceeds " max-invoice-size
                   " record limit - run refused before posting"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to invoice-count
           move ws-invreg-record to it-record (invoice-count).

      * nothing to write back when there was nothing to load
       rewrite-invoice-register.
           if invoice-count equal zero
               exit paragraph
           end-if
           open output invoice-register-file
           perform varying iv from 1 by 1
                   until iv is greater than invoice-count
               move it-record (iv) to invoice-register-record
               write invoice-register-record
           end-perform
           close invoice-register-file.

      * a CR with a zero reference is an ordinary credit. One with a
      * reference must find exactly one invoice by its last seven
      * digits - still open, billed to the paying account, and owing
      * at least the amount paid.
       match-invoice-payment.
           move "N" to invoice-reject-switch
           if trans-ref is numeric
               if trans-ref equal zero
                   exit paragraph
               end-if
           end-if
           move zero to invoice-matches
           if trans-ref is numeric
               perform varying iv from 1 by 1
                       until iv is greater than invoice-count
                   move it-record (iv) to ws-invreg-record
                   if inv-ref equal trans-ref
                       add 1 to invoice-matches
                       move iv to invoice-idx
                   end-if
               end-perform
           end-if
           if invoice-matches is equal to zero
               move "INV-UNKNOWN" to rej-reason
               perform reject-invoice-payment
               exit paragraph
           end-if
           if invoice-matches is greater than 1
               move "INV-AMBIGUOUS" to rej-reason
               perform reject-invoice-payment
               exit paragraph
           end-if
           move it-record (invoice-idx) to ws-invreg-record
           if inv-settled
               move "INV-SETTLED" to rej-reason
               perform reject-invoice-payment
               exit paragraph
           end-if
           if inv-customer not equal trans-account
               move "INV-CUSTOMER" to rej-reason
               perform reject-invoice-payment
               exit paragraph
           end-if
           compute invoice-open-amount = inv-amount - inv-paid
           if pair-amount is not greater than zero
               or pair-amount is greater than invoice-open-amount
               move "INV-OVERPAID" to rej-reason
               perform reject-invoice-payment
               exit paragraph
           end-if
           move trans-ref to hold-ref.

      * the payment does not post - the invoice stays as it was
       reject-invoice-payment.
           move "Y" to invoice-reject-switch
           move zero to invoice-idx
           display "Add: reject - CR does not pay an open invoice ("
               rej-reason ")"
           add 1 to reject-count
           move spaces to rej-detail
           if trans-ref is numeric
               move trans-ref to ref-edit
               string "CR " trans-account " names invoice "
                   ref-edit
                   delimited by size into rej-detail
           else
               string "CR " trans-account " invoice ref unreadable"
                   delimited by size into rej-detail
           end-if
           perform write-reject-record.

      * the posted payment comes off what the invoice still owes -
      * paid in full, it is settled
       apply-invoice-payment.
           move it-record (invoice-idx) to ws-invreg-record
           add pair-amount to inv-paid
           move run-date to inv-last-paid-date
           if inv-paid is not less than inv-amount
               set inv-settled to true
               add 1 to invoice-settled-count
           end-if
           move ws-invreg-record to it-record (invoice-idx)
           add 1 to invoice-payment-count
           add pair-amount to invoice-payment-total.

      * nothing to write back when there was nothing to load
       rewrite-fx-positions.
           if fx-position-count equal zero
               exit paragraph
           end-if
           open output fx-position-file
           perform varying fx from 1 by 1
                   until fx is greater than fx-position-count
               move ft-account (fx) to fp-account
               move ft-currency (fx) to fp-currency
               move ft-foreign-balance (fx) to fp-foreign-balance
               move ft-revalued-date (fx) to fp-revalued-date
               move ws-fxpos-record to fx-position-record
               write fx-position-record
           end-perform
           close fx-position-file.

      * the posted effect onto its branch's running figures - the
      * branch belongs to the account the effect POSTS to, which
      * for a cross-account VOID is the original item's account,
           read balance-file
               invalid key
                   move post-account to bal-master-account
                   move "N" to bi-action
                   perform write-before-image
                   move zero to bal-master-prior
                   move effect-amount to bal-master-activity
                   move effect-amount to bal-master-new
                   write balance-master-record
               not invalid key
                   move "U" to bi-action
                   perform write-before-image
                   add effect-amount to bal-master-activity
                       on size error
                           display "Add: overflow - account "
                   compute bal-master-new =
                       bal-master-prior + bal-master-activity
                   rewrite balance-master-record
           end-read
           perform post-foreign-position.

      * the same effect onto the account's foreign position, for an
      * account FxReval has opened one for - in the account's own
      * currency where the item carried it, otherwise the base
      * effect worked back at tonight's rate (a VOID, which
      * reverses a base figure). A revaluation item leaves it be.
       post-foreign-position.
           if revaluation-effect
               exit paragraph
           end-if
           move zero to fx-found
           perform varying fx from 1 by 1
                   until fx is greater than fx-position-count
               if ft-account (fx) equal post-account
                   move fx to fx-found
                   move fx-position-count to fx
               end-if
           end-perform
           if fx-found equal zero
               exit paragraph
           end-if
           if not foreign-effect-known
               move zero to fx-rate
               perform varying rx from 1 by 1
                       until rx is greater than rate-count
                   if xt-currency (rx) equal ft-currency (fx-found)
                       move xt-rate (rx) to fx-rate
                       move rate-count to rx
                   end-if
               end-perform
               if fx-rate equal zero
                   display "Add: " post-account " - no EXRATES rate "
                       "for " ft-currency (fx-found)
                       ", foreign position not moved"
                   exit paragraph
               end-if
               compute foreign-effect rounded =
                   effect-amount / fx-rate
           end-if
           add foreign-effect to ft-foreign-balance (fx-found).

      * the .SHD names in one place - the posted register and the
      * department activity file flip separately, after their live
           move "BALMSTR.SHD" to balmstr-name
           move "POSTJRNL.SHD" to journal-name
           move "PENDING.SHD" to pending-name
           move "RETITEMS.SHD" to returned-name
           move retack-name to shadow-name-work
           move spaces to retack-name
           string shadow-name-work delimited by space
               ".SHD" delimited by size into retack-name
           move ack-name to shadow-name-work
           move spaces to ack-name
           string shadow-name-work delimited by space
           display "Held for apprvl : " held-items-edit
               "  net amount " held-total-edit
               "  (pending file)"
           move dormant-held-count to held-items-edit
           move dormant-held-total to held-total-edit
           display "  dormant accts : " held-items-edit
               "  net amount " held-total-edit
           move returned-count to returned-items-edit
           move returned-total to returned-total-edit
           display "Returned NSF    : " returned-items-edit
               "  net amount " returned-total-edit
               "  (returned items)"
           move invoice-payment-count to held-items-edit
           move invoice-payment-total to held-total-edit
           display "Invoice paymts  : " held-items-edit
               "  amount     " held-total-edit
           move invoice-settled-count to held-items-edit
           display "  settled       : " held-items-edit
           display "------------------------------------"
           move transfer-count to transfer-items-edit
           display "Transfers       : " transfer-items-edit
           move transfer-out-total to transfer-total-edit
           display "  legs out      : " transfer-items-edit
               "  net amount " transfer-total-edit
           move transfer-in-total to transfer-total-edit
           display "  legs in       : " transfer-items-edit
               "  net amount " transfer-total-edit
           compute transfer-net = transfer-out-total + transfer-in-total
           move transfer-net to transfer-total-edit
           if transfer-net is equal to zero
               display "  transfer net  :        "
                   "  net amount " transfer-total-edit
           else
               display "  transfer net  :        "
                   "  net amount " transfer-total-edit
                   "  *** OUT OF BALANCE"
           end-if
           if backout-run-number is greater than zero
               move reversed-item-count to held-items-edit
               move reversed-item-total to held-total-edit
               display "Backout of run  : " backout-run-number
               display "  reversals     : " held-items-edit
                   "  net amount " held-total-edit
           end-if
           display "------------------------------------"
           display "Items processed : " item-count
           display "Overflows       : " overflow-count
               perform append-one-dept-activity
           end-if.

      * the checkpoint interval off ADDCKINT, and the checkpoint and
      * before-image files' names off the feed's. A shadow run takes
      * none - it starts again from a fresh seed of the live master.
       set-checkpoint-control.
           call "RunNumber" using current-run-number
           move spaces to addckint-value
           accept addckint-value from environment "ADDCKINT"
           if addckint-value not equal spaces
               if function test-numval (addckint-value) equal zero
                   compute checkpoint-interval =
                       function numval (addckint-value)
               else
                   display "Add: ADDCKINT " addckint-value
                       " is not a record count"
                   move RC-ERROR to return-code
                   stop run
               end-if
           end-if
           if checkpoint-interval equal zero or shadow-mode
               move "N" to checkpoint-switch
           end-if
           move spaces to checkpoint-name-a
           string addin-name delimited by space
               "CKA" delimited by size into checkpoint-name-a
           move spaces to checkpoint-name-b
           string addin-name delimited by space
               "CKB" delimited by size into checkpoint-name-b
           move spaces to bimg-name
           string addin-name delimited by space
               "BIM" delimited by size into bimg-name.

      * the later of the two checkpoint files that belongs to this
      * run and this feed and was written to the end
       find-restart-checkpoint.
           move zero to restart-sequence
           move checkpoint-name-a to checkpoint-name
           perform examine-checkpoint-file
           if candidate-match and candidate-complete
               move candidate-sequence to restart-sequence
               move checkpoint-name to restart-name
           end-if
           move checkpoint-name-b to checkpoint-name
           perform examine-checkpoint-file
           if candidate-match and candidate-complete
                   and candidate-sequence is greater than
                       restart-sequence
               move candidate-sequence to restart-sequence
               move checkpoint-name to restart-name
           end-if
           if restart-sequence is greater than zero
               move "Y" to restart-switch
               display "Add: checkpoint " restart-sequence
                   " of run " current-run-number " found in "
                   restart-name
           end-if.

       examine-checkpoint-file.
           move "N" to candidate-match-switch
           move "N" to candidate-end-switch
           move zero to candidate-sequence
           move "N" to ckpt-eof-switch
           open input checkpoint-file
           if ckpt-status not equal "00"
               exit paragraph
           end-if
           perform until ckpt-eof
               read checkpoint-file
                   at end
                       move "Y" to ckpt-eof-switch
                   not at end
                       move checkpoint-record to ws-checkpoint-record
                       perform examine-checkpoint-line
               end-read
           end-perform
           close checkpoint-file.

       examine-checkpoint-line.
           evaluate ck-type
               when "C"
                   move ck-data to ck-control-line
                   if cc-run-number equal current-run-number
                           and cc-run-date equal run-date
                           and cc-feed-name equal ack-feed-name
                           and cc-creation-date equal
                               ack-creation-date
                           and cc-feed-count equal feed-record-count
                           and cc-feed-hash equal feed-hash-total
                       move "Y" to candidate-match-switch
                       move cc-sequence to candidate-sequence
                   end-if
               when "E"
                   if candidate-match
                           and ck-data (1:5) equal candidate-sequence
                       move "Y" to candidate-end-switch
                   end-if
           end-evaluate.

      * the posted-item table must hold the window plus everything
      * the feed still to post can add - a table that would fill is
      * found out now, not at item 501 with half the feed posted
       check-posted-capacity.
           if posted-count + remaining-feed-records + 1
                   is greater than max-posted-size
               display "Add: POSTREG window plus tonight's feed "
                   "would exceed the posted-item table - run "
                   "refused before posting"
               move RC-ERROR to return-code
               stop run
           end-if.

      * the run's state as the checkpoint left it. The tables are
      * taken whole off the checkpoint - the files they load from
      * are only rewritten at the end of the run.
       restore-checkpoint-state.
           move zero to posted-count
           move zero to fx-position-count
           move zero to invoice-count
           move zero to branch-total-count
           move "N" to ckpt-eof-switch
           move restart-name to checkpoint-name
           open input checkpoint-file
           perform until ckpt-eof
               read checkpoint-file
                   at end
                       move "Y" to ckpt-eof-switch
                   not at end
                       move checkpoint-record to ws-checkpoint-record
                       perform restore-checkpoint-line
               end-read
           end-perform
           close checkpoint-file
           move restart-sequence to checkpoint-sequence.

       restore-checkpoint-line.
           evaluate ck-type
               when "C"
                   move ck-data to ck-control-line
                   move cc-phase to checkpoint-phase
                   move cc-position to resume-position
                   move cc-feed-item to feed-item-number
                   move cc-highest-item to highest-item-issued
                   move cc-journal-lines to journal-lines
                   move cc-reject-lines to reject-lines
                   move cc-pending-lines to pending-lines
                   move cc-retitem-lines to retitem-lines
                   move cc-retack-lines to retack-lines
               when "T"
                   move ck-data to ck-totals-line-1
                   move c1-item-count to item-count
                   move c1-overflow-count to overflow-count
                   move c1-reject-count to reject-count
                   move c1-grand-total to grand-total
                   move c1-suspense-count to suspense-count
                   move c1-suspense-reject-count
                       to suspense-reject-count
                   move c1-suspense-total to suspense-total
                   move c1-ppa-count to ppa-count
                   move c1-ppa-total to ppa-total
               when "U"
                   move ck-data to ck-totals-line-2
                   move c2-held-count to held-count
                   move c2-held-total to held-total
                   move c2-dormant-held-count to dormant-held-count
                   move c2-dormant-held-total to dormant-held-total
                   move c2-returned-count to returned-count
                   move c2-returned-total to returned-total
                   move c2-transfer-count to transfer-count
                   move c2-transfer-out-total to transfer-out-total
                   move c2-transfer-in-total to transfer-in-total
                   move c2-invoice-payment-count
                       to invoice-payment-count
                   move c2-invoice-payment-total
                       to invoice-payment-total
                   move c2-invoice-settled-count
                       to invoice-settled-count
                   move c2-reversed-count to reversed-item-count
                   move c2-reversed-total to reversed-item-total
               when "D"
                   move ck-data to ck-subtotal-line
                   move cs-index to d
                   if d is greater than department-count
                       perform refuse-changed-control
                   end-if
                   if dept-code (d) not equal cs-key (1:3)
                       perform refuse-changed-control
                   end-if
                   move cs-items to dept-items (d)
                   move cs-total to dept-total (d)
               when "K"
                   move ck-data to ck-subtotal-line
                   move cs-index to c
                   if c is greater than trans-code-count
                       perform refuse-changed-control
                   end-if
                   if tc-code (c) not equal cs-key
                       perform refuse-changed-control
                   end-if
                   move cs-items to tc-items (c)
                   move cs-total to tc-amount (c)
               when "B"
                   move ck-data to ck-subtotal-line
                   add 1 to branch-total-count
                   move cs-key (1:2) to br-tag (branch-total-count)
                   move cs-items to br-items (branch-total-count)
                   move cs-total to br-total (branch-total-count)
               when "R"
                   move ck-data to ck-release-line
                   perform varying rel-idx from 1 by 1
                           until rel-idx is greater than rel-count
                       move cr-used (rel-idx) to rl-used (rel-idx)
                   end-perform
               when "P"
                   move ck-data to ws-posted-record
                   add 1 to posted-count
                   move pr-item to pi-item (posted-count)
                   move pr-account to pi-account (posted-count)
                   move pr-dept to pi-dept (posted-count)
                   move pr-effect to pi-amount (posted-count)
                   move pr-status to pi-status (posted-count)
                   move pr-run-date to pi-run-date (posted-count)
               when "X"
                   move ck-data to ws-fxpos-record
                   add 1 to fx-position-count
                   move fp-account to ft-account (fx-position-count)
                   move fp-currency to ft-currency (fx-position-count)
                   move fp-foreign-balance
                       to ft-foreign-balance (fx-position-count)
                   move fp-revalued-date
                       to ft-revalued-date (fx-position-count)
               when "I"
                   add 1 to invoice-count
                   move ck-data to it-record (invoice-count)
           end-evaluate.

      * the subtotals are kept by position in DEPTCTL and TRNSCTL -
      * changed since the checkpoint, they cannot be carried on
       refuse-changed-control.
           display "Add: DEPTCTL or TRNSCTL changed since checkpoint "
               restart-sequence " - restart refused, restore the "
               "night and rerun"
           move RC-ERROR to return-code
           stop run.

      * the master postings made after the checkpoint, undone in
      * the reverse order they were made - an account the interval
      * added goes again, any other gets its old record back
       back-out-broken-interval.
           move zero to bimg-count
           move "N" to bimg-eof-switch
           open input before-image-file
           if bimg-status equal "00"
               perform until bimg-eof
                   read before-image-file
                       at end
                           move "Y" to bimg-eof-switch
                       not at end
                           perform load-one-before-image
                   end-read
               end-perform
               close before-image-file
           end-if
           perform varying bx from bimg-count by -1
                   until bx is less than 1
               perform undo-one-before-image
           end-perform
           open output before-image-file
           close before-image-file
           display "Add: " bimg-count " master posting(s) after "
               "the checkpoint backed out".

       load-one-before-image.
           move before-image-record to ws-before-image-record
           if bi-sequence not equal checkpoint-sequence
               exit paragraph
           end-if
           if bimg-count not less than max-bimg-size
               display "Add: " bimg-name " holds more than "
                   max-bimg-size " images - restart refused"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to bimg-count
           move bi-action to bt-action (bimg-count)
           move bi-record to bt-record (bimg-count).

       undo-one-before-image.
           move bt-record (bx) to balance-master-record
           if bt-action (bx) equal "N"
               delete balance-file record
                   invalid key
                       continue
               end-delete
           else
               rewrite balance-master-record
                   invalid key
                       write balance-master-record
               end-rewrite
           end-if.

      * every file the run appends to, back to the length it had at
      * the checkpoint
       trim-appended-files.
           move journal-name to trim-name
           move journal-lines to trim-keep-lines
           perform trim-one-file
           move reject-name to trim-name
           move reject-lines to trim-keep-lines
           perform trim-one-file
           move pending-name to trim-name
           move pending-lines to trim-keep-lines
           perform trim-one-file
           move returned-name to trim-name
           move retitem-lines to trim-keep-lines
           perform trim-one-file
           move retack-name to trim-name
           move retack-lines to trim-keep-lines
           perform trim-one-file.

       trim-one-file.
           move zero to trim-line-count
           move "N" to trim-eof-switch
           open input trim-file
           if trim-status not equal "00"
               exit paragraph
           end-if
           open output trim-work-file
           perform until trim-eof
               read trim-file
                   at end
                       move "Y" to trim-eof-switch
                   not at end
                       add 1 to trim-line-count
                       if trim-line-count is not greater than
                               trim-keep-lines
                           move trim-record to trim-work-record
                           write trim-work-record
                       end-if
               end-read
           end-perform
           close trim-file
           close trim-work-file
           if trim-line-count is not greater than trim-keep-lines
               exit paragraph
           end-if
           move "N" to trim-eof-switch
           open input trim-work-file
           open output trim-file
           perform until trim-eof
               read trim-work-file
                   at end
                       move "Y" to trim-eof-switch
                   not at end
                       move trim-work-record to trim-record
                       write trim-record
               end-read
           end-perform
           close trim-work-file
           close trim-file
           subtract trim-keep-lines from trim-line-count
           display "Add: " trim-name " cut back by " trim-line-count
               " line(s) written after the checkpoint".

      * a fresh start: whatever an earlier run left is cleared, the
      * appended files are measured, and the first checkpoint is
      * taken over the rolled day
       start-checkpointing.
           perform clear-checkpoint-files
           move journal-name to trim-name
           perform count-file-lines
           move trim-line-count to journal-lines
           move reject-name to trim-name
           perform count-file-lines
           move trim-line-count to reject-lines
           move pending-name to trim-name
           perform count-file-lines
           move trim-line-count to pending-lines
           move returned-name to trim-name
           perform count-file-lines
           move trim-line-count to retitem-lines
           move retack-name to trim-name
           perform count-file-lines
           move trim-line-count to retack-lines
           perform take-checkpoint.

       count-file-lines.
           move zero to trim-line-count
           move "N" to trim-eof-switch
           open input trim-file
           if trim-status equal "00"
               perform until trim-eof
                   read trim-file
                       at end
                           move "Y" to trim-eof-switch
                       not at end
                           add 1 to trim-line-count
                   end-read
               end-perform
               close trim-file
           end-if.

       count-toward-checkpoint.
           if not checkpoints-taken
               exit paragraph
           end-if
           add 1 to records-since-checkpoint
           if records-since-checkpoint is not less than
                   checkpoint-interval
               perform take-checkpoint
           end-if.

      * the whole state, into the older of the two files; the E
      * line at the end is what makes it a checkpoint. The images
      * taken before it are behind it now and are dropped.
       take-checkpoint.
           if not checkpoints-taken
               exit paragraph
           end-if
           add 1 to checkpoint-sequence
           divide checkpoint-sequence by 2 giving sequence-half
               remainder sequence-odd
           if sequence-odd equal 1
               move checkpoint-name-a to checkpoint-name
           else
               move checkpoint-name-b to checkpoint-name
           end-if
           open output checkpoint-file
           if ckpt-status not equal "00"
               display "Add: unable to write " checkpoint-name
                   ", status " ckpt-status
               move RC-ERROR to return-code
               stop run
           end-if
           move checkpoint-sequence to cc-sequence
           move current-run-number to cc-run-number
           move run-date to cc-run-date
           move ack-feed-name to cc-feed-name
           move ack-creation-date to cc-creation-date
           move feed-record-count to cc-feed-count
           move feed-hash-total to cc-feed-hash
           move checkpoint-phase to cc-phase
           move phase-position to cc-position
           move feed-item-number to cc-feed-item
           move highest-item-issued to cc-highest-item
           move journal-lines to cc-journal-lines
           move reject-lines to cc-reject-lines
           move pending-lines to cc-pending-lines
           move retitem-lines to cc-retitem-lines
           move retack-lines to cc-retack-lines
           move "C" to ck-type
           move ck-control-line to ck-data
           perform write-checkpoint-line
           move item-count to c1-item-count
           move overflow-count to c1-overflow-count
           move reject-count to c1-reject-count
           move grand-total to c1-grand-total
           move suspense-count to c1-suspense-count
           move suspense-reject-count to c1-suspense-reject-count
           move suspense-total to c1-suspense-total
           move ppa-count to c1-ppa-count
           move ppa-total to c1-ppa-total
           move "T" to ck-type
           move ck-totals-line-1 to ck-data
           perform write-checkpoint-line
           move held-count to c2-held-count
           move held-total to c2-held-total
           move dormant-held-count to c2-dormant-held-count
           move dormant-held-total to c2-dormant-held-total
           move returned-count to c2-returned-count
           move returned-total to c2-returned-total
           move transfer-count to c2-transfer-count
           move transfer-out-total to c2-transfer-out-total
           move transfer-in-total to c2-transfer-in-total
           move invoice-payment-count to c2-invoice-payment-count
           move invoice-payment-total to c2-invoice-payment-total
           move invoice-settled-count to c2-invoice-settled-count
           move reversed-item-count to c2-reversed-count
           move reversed-item-total to c2-reversed-total
           move "U" to ck-type
           move ck-totals-line-2 to ck-data
           perform write-checkpoint-line
           move "D" to ck-type
           perform varying d from 1 by 1
                   until d is greater than department-count
               move d to cs-index
               move dept-code (d) to cs-key
               move dept-items (d) to cs-items
               move dept-total (d) to cs-total
               move ck-subtotal-line to ck-data
               perform write-checkpoint-line
           end-perform
           move "K" to ck-type
           perform varying c from 1 by 1
                   until c is greater than trans-code-count
               move c to cs-index
               move tc-code (c) to cs-key
               move tc-items (c) to cs-items
               move tc-amount (c) to cs-total
               move ck-subtotal-line to ck-data
               perform write-checkpoint-line
           end-perform
           move "B" to ck-type
           perform varying br from 1 by 1
                   until br is greater than branch-total-count
               move br to cs-index
               move br-tag (br) to cs-key
               move br-items (br) to cs-items
               move br-total (br) to cs-total
               move ck-subtotal-line to ck-data
               perform write-checkpoint-line
           end-perform
           if rel-count is greater than zero
               move spaces to ck-release-line
               perform varying rel-idx from 1 by 1
                       until rel-idx is greater than rel-count
                   move rl-used (rel-idx) to cr-used (rel-idx)
               end-perform
               move "R" to ck-type
               move ck-release-line to ck-data
               perform write-checkpoint-line
           end-if
           move "P" to ck-type
           perform varying b from 1 by 1
                   until b is greater than posted-count
               move pi-item (b) to pr-item
               move pi-account (b) to pr-account
               move pi-dept (b) to pr-dept
               move pi-amount (b) to pr-effect
               move pi-status (b) to pr-status
               move pi-run-date (b) to pr-run-date
               move ws-posted-record to ck-data
               perform write-checkpoint-line
           end-perform
           move "X" to ck-type
           perform varying fx from 1 by 1
                   until fx is greater than fx-position-count
               move ft-account (fx) to fp-account
               move ft-currency (fx) to fp-currency
               move ft-foreign-balance (fx) to fp-foreign-balance
               move ft-revalued-date (fx) to fp-revalued-date
               move ws-fxpos-record to ck-data
               perform write-checkpoint-line
           end-perform
           move "I" to ck-type
           perform varying iv from 1 by 1
                   until iv is greater than invoice-count
               move it-record (iv) to ck-data
               perform write-checkpoint-line
           end-perform
           move "E" to ck-type
           move checkpoint-sequence to ck-data
           perform write-checkpoint-line
           close checkpoint-file
           open output before-image-file
           close before-image-file
           move zero to records-since-checkpoint.

       write-checkpoint-line.
           move ws-checkpoint-record to checkpoint-record
           write checkpoint-record.

      * a master record as it stood before a posting changes it,
      * tagged with the checkpoint it follows
       write-before-image.
           if not checkpoints-taken
               exit paragraph
           end-if
           move checkpoint-sequence to bi-sequence
           move balance-master-record to bi-record
           open extend before-image-file
           if bimg-status equal "35"
               open output before-image-file
           end-if
           move ws-before-image-record to before-image-record
           write before-image-record
           close before-image-file.

       clear-checkpoint-files.
           move checkpoint-name-a to checkpoint-name
           open output checkpoint-file
           close checkpoint-file
           move checkpoint-name-b to checkpoint-name
           open output checkpoint-file
           close checkpoint-file
           open output before-image-file
           close before-image-file.

      * one line per run on the shared audit trail - program, when,
      * what it was given, and what it did with it
       write-audit-record.
           close audit-file.

      * one journal line per posted effect on the permanent posting
      * journal - the caller fills the department, code, item number
      * and the source fields; the account and signed effect are
      * whatever just posted. Appended like the audit trail, so the
      * detail is still there when an account holder disputes a
      * balance.
       write-journal-record.
           move post-account to jr-account
           move effect-amount to jr-effect
           end-if
           move ws-journal-record to journal-record
           write journal-record
           close journal-file
           add 1 to journal-lines.

      * one line per technical reject on the shop's shared reject file
       write-reject-record.
           end-if
           move ws-reject-record to reject-record
           write reject-record
           close reject-file
           add 1 to reject-lines.

       end program Add.
