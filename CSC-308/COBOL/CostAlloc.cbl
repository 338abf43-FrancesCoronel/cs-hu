      *****************************************************************
      *                                                               *
      * CostAlloc                                                     *
      *                                                               *
      * The monthly departmental cost allocation. Operations and      *
      * Treasury costs post to OPS and TRS through the month and are  *
      * then shared out to the departments they serve - until now by  *
      * a spreadsheet and hand-keyed ADJ lines. The sharing rules     *
      * live on the ALLOCCTL control file instead, one line per pool  *
      * department:                                                   *
      *                                                               *
      *     the pool department whose month is shared out             *
      *     the allocation account the ADJ legs post against - every  *
      *         leg of a rule posts to it, so the account nets to     *
      *         zero and only the departments' figures move           *
      *     the remainder department, which takes whatever rounding   *
      *         leaves over - it must be one of the receivers         *
      *     up to six receiving departments, each with its share as   *
      *         a percentage to two places (02500 is 25.00%)          *
      *                                                               *
      * A rule rejects, to the shop's shared REJECTS file, when its   *
      * shares do not total exactly 100.00%, when a department it     *
      * names is not on DEPTCTL, when the pool receives from itself,  *
      * when the remainder department is not among the receivers,     *
      * when its account is not an active account, or when an         *
      * earlier line already names the same pool.                     *
      *                                                               *
      * Each good rule's pool is charged its month's actual off       *
      * DEPTACT (the processing date's month, as BudgetReport sums    *
      * it): an ADJ leg taking that amount out of the pool, and one   *
      * per receiver putting its share in - each share rounded to     *
      * whole units, the rounding remainder onto the remainder        *
      * department - onto the ALLOCIN feed, packed ADDIN layout with  *
      * the shop-standard HDR/TRL bracket and hash total, for Add to  *
      * post as a correction cycle under the same processing date     *
      * (the supplemental cycle), so the allocation lands in the      *
      * month it belongs to. A pool allocates its own month as        *
      * posted; what one pool receives from another stays with it.    *
      * A leg larger than one feed item's two packed halves goes out  *
      * as several items.                                             *
      *                                                               *
      * Every leg is also recorded on the allocation register         *
      * ALLOCREG with the month and the feed's fingerprint, which     *
      * is how BudgetReport tells pre-allocation actuals from         *
      * post-allocation ones. A rerun before Add has posted the       *
      * feed replaces the month's legs; once the feed's fingerprint   *
      * is on FEEDREG the month is allocated and a rerun refuses.     *
      * An earlier month's feed still unposted is never overwritten   *
      * - the run refuses until it is posted. Register lines older    *
      * than twelve months age off.                                   *
      *                                                               *
      * ALLOCRPT lists each rule, its legs, and any rejects; it is    *
      * kept through ReportKeep and the run leaves an audit line. A   *
      * rejected rule ends the run RC-WARNING. Runs from JOBSCHED on  *
      * the last business day of the month, behind Add.               *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. CostAlloc.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select rule-file assign to "ALLOCCTL"
               organization is line sequential
               file status is allocctl-status.
           select dept-activity-file assign to "DEPTACT"
               organization is line sequential
               file status is deptact-status.
           select dept-control-file assign to "DEPTCTL"
               organization is line sequential
               file status is deptctl-status.
           select allocation-feed-file assign to "ALLOCIN"
               organization is sequential
               file status is allocin-status.
           select allocation-register-file assign to "ALLOCREG"
               organization is line sequential
               file status is allocreg-status.
           select feed-register-file assign to "FEEDREG"
               organization is line sequential
               file status is feedreg-status.
           select report-file assign to "ALLOCRPT"
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
      * one allocation rule per line
       fd  rule-file.
       01  rule-record.
           05  ar-pool pic x(3).
           05  filler pic x.
           05  ar-account pic x(8).
           05  filler pic x.
           05  ar-remainder pic x(3).
           05  ar-share occurs 6 times.
               10  filler pic x.
               10  ar-dept pic x(3).
               10  filler pic x.
               10  ar-percent pic 9(3)v99.

       fd  dept-activity-file.
       01  dept-activity-record pic x(28).

      * the department control file, same as Add's control break
       fd  dept-control-file.
       01  dept-control-record.
           05  dc-dept pic x(3).
           05  dc-name pic x(20).

      * the allocation feed, in the packed ADDIN layout with the
      * shop-standard control records - same shape as SVCADDIN
       fd  allocation-feed-file.
       01  allocation-feed-record.
           05  alf-account pic x(8).
           05  alf-dept pic x(3).
           05  alf-code pic x(4).
           05  alf-ref pic 9(7) comp-3.
           05  alf-number1 pic s9(6) comp-3.
           05  alf-number2 pic s9(6) comp-3.
           05  alf-eff-date pic x(8).
           05  alf-contra-account pic x(8).
       01  allocation-feed-header.
           05  afh-record-type pic x(3).
               88  allocation-header value "HDR".
           05  afh-feed-name pic x(8).
           05  afh-creation-date pic x(8).
           05  filler pic x(24).
       01  allocation-feed-trailer.
           05  aft-record-type pic x(3).
               88  allocation-trailer value "TRL".
           05  aft-record-count pic 9(7) comp-3.
           05  aft-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

      * the allocation register - one line per leg, each carrying
      * the fingerprint of the feed it went out on
       fd  allocation-register-file.
       01  allocation-register-record pic x(56).

       fd  feed-register-file.
       01  feed-register-record pic x(37).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       fd  reject-file.
       01  reject-record pic x(96).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  allocctl-status pic xx.
       01  deptact-status pic xx.
       01  allocin-status pic xx.
       01  allocreg-status pic xx.
       01  feedreg-status pic xx.
           copy "WS-FEEDREG-RECORD".
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
           copy "WS-EOF-SWITCH".
       01  scan-eof-switch pic x value "N".
           88  scan-eof value "Y".
      * one DEPTACT line taken apart
       01  ws-dept-activity-record.
           05  da-date pic x(8).
           05  da-dept pic x(3).
           05  da-items pic 9(7).
           05  da-total pic s9(9) sign is trailing separate.
      * the departments, loaded from DEPTCTL the way Add loads them,
      * each with its month's actual off DEPTACT
           copy "WS-DEPT-TABLE".
       01  deptctl-status pic xx.
       01  deptctl-eof-switch pic x value "N".
           88  deptctl-eof value "Y".
       01  d pic 9(3) comp-3.
       01  dept-month-actuals.
           05  dept-month-actual occurs 20 times pic s9(11) comp-3.
       01  wanted-dept pic x(3).
       01  dept-found-idx pic 9(3) comp-3.
      * one register line taken apart
           copy "WS-ALLOCREG-RECORD".
      * the register, held for the month's replace - lines of this
      * month drop and go back out as tonight's legs
       01  register-count pic 9(5) comp-3 value zero.
       01  max-register-size pic 9(5) comp-3 value 2000.
       01  register-table.
           05  register-entry occurs 2000 times.
               10  rg-record pic x(56).
       01  rg pic 9(5) comp-3.
       01  register-cutoff-month pic 9(6).
       01  register-aged pic 9(5) comp-3 value zero.
      * the month's earlier allocation, if the register holds one -
      * its feed fingerprint decides whether a rerun may replace it
       01  prior-month-switch pic x value "N".
           88  prior-month-allocation value "Y".
       01  prior-feed-date pic x(8).
       01  prior-feed-count pic 9(7) comp-3.
       01  prior-feed-hash pic s9(11) comp-3.
      * the feed already on ALLOCIN, if any, and whether Add has
      * consumed it
       01  carried-feed-date pic x(8).
       01  carried-feed-count pic 9(7) comp-3.
       01  carried-feed-hash pic s9(11) comp-3.
       01  carried-feed-switch pic x value "N".
           88  carried-feed-present value "Y".
       01  feed-consumed-switch pic x.
           88  feed-consumed value "Y".
       01  check-feed-date pic x(8).
       01  check-feed-count pic 9(7) comp-3.
       01  check-feed-hash pic s9(11) comp-3.
      * tonight's legs, held until the feed closes and its
      * fingerprint is known
       01  leg-count pic 9(5) comp-3 value zero.
       01  max-leg-size pic 9(5) comp-3 value 500.
       01  leg-table.
           05  leg-entry occurs 500 times.
               10  lt-pool pic x(3).
               10  lt-dept pic x(3).
               10  lt-percent pic 9(3)v99.
               10  lt-amount pic s9(11) comp-3.
       01  lg pic 9(5) comp-3.
      * one rule's edit and arithmetic
       01  s pic 9 comp-3.
       01  s2 pic 9 comp-3.
       01  receiver-count pic 9 comp-3.
       01  percent-total pic 9(5)v99.
       01  percent-total-edit pic zz9.99.
       01  rule-ok-switch pic x.
           88  rule-ok value "Y".
       01  remainder-found-switch pic x.
           88  remainder-found value "Y".
       01  applied-pools.
           05  applied-pool occurs 50 times pic x(3).
       01  applied-pool-count pic 9(3) comp-3 value zero.
       01  ap pic 9(3) comp-3.
       01  pool-amount pic s9(11) comp-3.
       01  share-amount pic s9(11) comp-3.
       01  shared-total pic s9(11) comp-3.
       01  remainder-amount pic s9(11) comp-3.
       01  receiver-shares.
           05  receiver-share occurs 6 times pic s9(11) comp-3.
      * one leg onto the feed, as many items as its size needs
       01  leg-account pic x(8).
       01  leg-dept pic x(3).
       01  leg-rest pic s9(11) comp-3.
       01  item-amount pic s9(7) comp-3.
       01  item-number1 pic s9(6) comp-3.
       01  item-number2 pic s9(6) comp-3.
       01  feed-count pic 9(7) comp-3 value zero.
       01  feed-hash pic s9(11) comp-3 value zero.
      * the account master, for the allocation account's edit
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-unavailable value "U".
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
      * run bookkeeping
       01  rules-read pic 9(5) comp-3 value zero.
       01  rules-applied pic 9(5) comp-3 value zero.
       01  rules-rejected pic 9(5) comp-3 value zero.
       01  pools-empty pic 9(5) comp-3 value zero.
       01  allocated-total pic s9(13) comp-3 value zero.
       01  aud-rules pic 9(5).
       01  aud-applied pic 9(5).
       01  aud-items pic 9(7).
       01  run-date pic x(8).
       01  run-month pic x(6).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Departmental Cost Allocation".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  filler pic x(7) value "Month: ".
           05  rh2-month pic x(6).
       01  column-heading.
           05  filler pic x(12) value "Pool / Dept".
           05  filler pic x(10) value "Account".
           05  filler pic x(10) value " Percent".
           05  filler pic x(14) value "        Amount".
       01  pool-line.
           05  pl-pool pic x(3).
           05  filler pic x(9) value spaces.
           05  pl-account pic x(8).
           05  filler pic x(12) value spaces.
           05  pl-amount pic -(12)9.
           05  filler pic x(2) value spaces.
           05  pl-note pic x(24).
       01  receiver-line.
           05  filler pic x(4) value spaces.
           05  rl-dept pic x(3).
           05  filler pic x(15) value spaces.
           05  rl-percent pic zz9.99.
           05  filler pic x(4) value spaces.
           05  rl-amount pic -(12)9.
           05  filler pic x(2) value spaces.
           05  rl-note pic x(24).
       01  rejected-line.
           05  rjl-pool pic x(3).
           05  filler pic x(9) value spaces.
           05  rjl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  filler pic x(10) value "REJECTED: ".
           05  rjl-reason pic x(20).
       01  total-line.
           05  tl-label pic x(26).
           05  tl-count pic z(6)9.
       01  amount-total-line.
           05  atl-label pic x(26).
           05  atl-amount pic -(12)9.
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move run-date (1:6) to run-month
           perform load-department-control
           perform load-allocation-register
           perform check-carried-feed
           perform check-month-allocated
           perform sum-month-actuals

           open output report-file
           perform start-new-page
           open output allocation-feed-file
           move spaces to allocation-feed-record
           move "HDR" to afh-record-type
           move "ALLOCIN" to afh-feed-name
           move run-date to afh-creation-date
           write allocation-feed-record from allocation-feed-header
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           open input rule-file
           if allocctl-status not equal "00"
               display "CostAlloc: ALLOCCTL not on file - no "
                   "allocation rules"
           else
               perform until end-of-file
                   read rule-file
                       at end
                           move "Y" to end-of-file-switch
                       not at end
                           perform apply-one-rule
                   end-read
               end-perform
               close rule-file
           end-if
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record
           move spaces to allocation-feed-record
           move "TRL" to aft-record-type
           move feed-count to aft-record-count
           move feed-hash to aft-hash-total
           write allocation-feed-record from allocation-feed-trailer
           close allocation-feed-file

           perform rewrite-allocation-register
           perform print-totals
           close report-file
           move "ALLOCRPT" to keep-report-name
           move page-number to keep-pages
           move leg-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-audit-record
           display "CostAlloc: month " run-month " - " rules-applied
               " rule(s) applied, " rules-rejected " rejected, "
               feed-count " item(s) on ALLOCIN"
           if rules-rejected is greater than zero
               move "CostAlloc" to alert-program-id
               move "WARNING" to alert-severity
               move "RULES-REJECTED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the departments off DEPTCTL, compiled-in defaults as the
      * fallback - the same load Add runs
       load-department-control.
           open input dept-control-file
           if deptctl-status not equal "00"
               display "CostAlloc: DEPTCTL not on file - using "
                   "compiled-in default departments"
               perform varying d from 1 by 1
                       until d is greater than
                           department-default-count
                   move default-department (d)
                       to department-entry (d)
               end-perform
               move department-default-count to department-count
           else
               perform until deptctl-eof
                   read dept-control-file
                       at end
                           move "Y" to deptctl-eof-switch
                       not at end
                           if department-count is less than
                                   max-department-size
                               add 1 to department-count
                               move dc-dept to dept-code
                                   (department-count)
                               move dc-name to dept-name
                                   (department-count)
                           end-if
                   end-read
               end-perform
               close dept-control-file
           end-if
           perform varying d from 1 by 1
                   until d is greater than department-count
               move zero to dept-month-actual (d)
           end-perform.

      * the department's slot on the table, zero when it is not
      * on DEPTCTL
       find-department.
           move zero to dept-found-idx
           perform varying d from 1 by 1
                   until d is greater than department-count
               if dept-code (d) equal wanted-dept
                   move d to dept-found-idx
                   exit perform
               end-if
           end-perform.

      * the month's actuals per department off DEPTACT - the same
      * sum BudgetReport takes
       sum-month-actuals.
           open input dept-activity-file
           if deptact-status not equal "00"
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read dept-activity-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move dept-activity-record
                           to ws-dept-activity-record
                       if da-date (1:6) equal run-month
                           move da-dept to wanted-dept
                           perform find-department
                           if dept-found-idx is greater than zero
                               add da-total to dept-month-actual
                                   (dept-found-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close dept-activity-file.

      * the register in, less this month's lines (noted, for the
      * rerun check) and lines past the twelve-month window
       load-allocation-register.
           compute register-cutoff-month =
               function numval (run-month) - 100
           open input allocation-register-file
           if allocreg-status not equal "00"
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read allocation-register-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       perform load-one-register-line
               end-read
           end-perform
           close allocation-register-file.

       load-one-register-line.
           move allocation-register-record to ws-allocreg-record
           if alg-month equal run-month
               move "Y" to prior-month-switch
               move alg-feed-date to prior-feed-date
               move alg-feed-count to prior-feed-count
               move alg-feed-hash to prior-feed-hash
               exit paragraph
           end-if
           if alg-month is not numeric
               or alg-month is not greater than register-cutoff-month
               add 1 to register-aged
               exit paragraph
           end-if
           if register-count is equal to max-register-size
               display "CostAlloc: ALLOCREG exceeds "
                   max-register-size " line limit"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to register-count
           move ws-allocreg-record to rg-record (register-count).

      * the feed an earlier run left on ALLOCIN: consumed by Add, it
      * is replaced; still unposted, it may only be replaced by a
      * rerun of its own month
       check-carried-feed.
           move "N" to carried-feed-switch
           open input allocation-feed-file
           if allocin-status not equal "00"
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read allocation-feed-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       evaluate true
                           when allocation-header
                               move "Y" to carried-feed-switch
                               move afh-creation-date
                                   to carried-feed-date
                           when allocation-trailer
                               move aft-record-count
                                   to carried-feed-count
                               move aft-hash-total
                                   to carried-feed-hash
                       end-evaluate
               end-read
           end-perform
           close allocation-feed-file
           if not carried-feed-present
               or carried-feed-count is equal to zero
               exit paragraph
           end-if
           move carried-feed-date to check-feed-date
           move carried-feed-count to check-feed-count
           move carried-feed-hash to check-feed-hash
           perform check-feed-consumed
           if feed-consumed
               exit paragraph
           end-if
           if carried-feed-date (1:6) not equal run-month
               display "CostAlloc: ALLOCIN of " carried-feed-date
                   " not yet posted by Add - run refused until it "
                   "is"
               move RC-ERROR to return-code
               stop run
           end-if.

      * a month whose allocation Add has already posted is done -
      * a second allocation would share the pools out twice
       check-month-allocated.
           if not prior-month-allocation
               exit paragraph
           end-if
           move prior-feed-date to check-feed-date
           move prior-feed-count to check-feed-count
           move prior-feed-hash to check-feed-hash
           perform check-feed-consumed
           if feed-consumed
               display "CostAlloc: month " run-month " already "
                   "allocated and posted - run refused"
               move "CostAlloc" to alert-program-id
               move "WARNING" to alert-severity
               move "ALREADY-POSTED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
               stop run
           end-if
           display "CostAlloc: month " run-month " allocated "
               "earlier but not yet posted - replaced".

      * the fingerprint against the feed register Add keeps of
      * every feed it has consumed
       check-feed-consumed.
           move "N" to feed-consumed-switch
           if check-feed-count is equal to zero
               exit paragraph
           end-if
           open input feed-register-file
           if feedreg-status not equal "00"
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read feed-register-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move feed-register-record to ws-feedreg-record
                       if fr-feed-name equal "ALLOCIN"
                           and fr-creation-date equal check-feed-date
                           and fr-record-count equal check-feed-count
                           and fr-hash-total equal check-feed-hash
                           move "Y" to feed-consumed-switch
                       end-if
               end-read
           end-perform
           close feed-register-file.

      * one rule: edited, then its pool shared out
       apply-one-rule.
           add 1 to rules-read
           perform edit-one-rule
           if not rule-ok
               add 1 to rules-rejected
               move ar-pool to rjl-pool
               move ar-account to rjl-account
               move rej-reason to rjl-reason
               move rejected-line to report-line
               perform write-report-line
               perform write-reject-record
               exit paragraph
           end-if
           add 1 to applied-pool-count
           move ar-pool to applied-pool (applied-pool-count)
           move ar-pool to wanted-dept
           perform find-department
           move dept-month-actual (dept-found-idx) to pool-amount
           move spaces to report-line
           perform write-report-line
           move ar-pool to pl-pool
           move ar-account to pl-account
           move pool-amount to pl-amount
           if pool-amount is equal to zero
               add 1 to pools-empty
               move "nothing to allocate" to pl-note
               move pool-line to report-line
               perform write-report-line
               exit paragraph
           end-if
           add 1 to rules-applied
           move "month actual" to pl-note
           move pool-line to report-line
           perform write-report-line
           perform share-out-pool.

      * the receivers' shares rounded to whole units, whatever the
      * rounding leaves onto the remainder department, and the
      * legs onto the feed - the pool's own leg takes the whole
      * month out
       share-out-pool.
           move zero to shared-total
           perform varying s from 1 by 1 until s is greater than 6
               move zero to receiver-share (s)
               if ar-dept (s) not equal spaces
                   compute receiver-share (s) rounded =
                       pool-amount * ar-percent (s) / 100
                   add receiver-share (s) to shared-total
               end-if
           end-perform
           compute remainder-amount = pool-amount - shared-total
           perform varying s from 1 by 1 until s is greater than 6
               if ar-dept (s) equal ar-remainder
                   add remainder-amount to receiver-share (s)
                   move 6 to s
               end-if
           end-perform
           move ar-account to leg-account
           move ar-pool to leg-dept
           compute leg-rest = zero - pool-amount
           perform emit-one-leg
           move zero to lt-percent (leg-count)
           perform varying s from 1 by 1 until s is greater than 6
               if ar-dept (s) not equal spaces
                   move ar-dept (s) to leg-dept
                   move receiver-share (s) to leg-rest
                   perform emit-one-leg
                   move ar-percent (s) to lt-percent (leg-count)
                   move ar-dept (s) to rl-dept
                   move ar-percent (s) to rl-percent
                   move receiver-share (s) to rl-amount
                   move spaces to rl-note
                   if ar-dept (s) equal ar-remainder
                       and remainder-amount not equal zero
                       move "takes rounding remainder" to rl-note
                   end-if
                   move receiver-line to report-line
                   perform write-report-line
               end-if
           end-perform
           add pool-amount to allocated-total.

      * one leg onto the feed and the leg table - amounts past one
      * item's two packed halves go out as more items
       emit-one-leg.
           if leg-count is equal to max-leg-size
               display "CostAlloc: more than " max-leg-size
                   " allocation legs"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to leg-count
           move ar-pool to lt-pool (leg-count)
           move leg-dept to lt-dept (leg-count)
           move leg-rest to lt-amount (leg-count)
           perform until leg-rest is equal to zero
               evaluate true
                   when leg-rest is greater than 1999998
                       move 1999998 to item-amount
                   when leg-rest is less than -1999998
                       move -1999998 to item-amount
                   when other
                       move leg-rest to item-amount
               end-evaluate
               subtract item-amount from leg-rest
               move zero to item-number2
               if item-amount is greater than 999999
                   compute item-number2 = item-amount - 999999
                   move 999999 to item-number1
               else
                   if item-amount is less than -999999
                       compute item-number2 = item-amount + 999999
                       move -999999 to item-number1
                   else
                       move item-amount to item-number1
                   end-if
               end-if
               move leg-account to alf-account
               move leg-dept to alf-dept
               move "ADJ" to alf-code
               move zero to alf-ref
               move item-number1 to alf-number1
               move item-number2 to alf-number2
               move run-date to alf-eff-date
               move spaces to alf-contra-account
               write allocation-feed-record
               add 1 to feed-count
               add alf-number1 alf-number2 to feed-hash
           end-perform.

      * the rule's edits in turn - the first failure rejects it
       edit-one-rule.
           move "N" to rule-ok-switch
           move spaces to rej-detail
           move ar-pool to wanted-dept
           perform find-department
           if dept-found-idx is equal to zero
               move "UNKNOWN-POOL" to rej-reason
               string "Pool " ar-pool " not on DEPTCTL"
                   delimited by size into rej-detail
               exit paragraph
           end-if
           perform varying ap from 1 by 1
                   until ap is greater than applied-pool-count
               if applied-pool (ap) equal ar-pool
                   move "DUPLICATE-POOL" to rej-reason
                   string "Pool " ar-pool " already has a rule"
                       delimited by size into rej-detail
                   exit paragraph
               end-if
           end-perform
           if applied-pool-count is equal to 50
               move "TOO-MANY-POOLS" to rej-reason
               move "More than 50 allocation pools" to rej-detail
               exit paragraph
           end-if
           move zero to receiver-count
           move zero to percent-total
           move "N" to remainder-found-switch
           perform varying s from 1 by 1 until s is greater than 6
               if ar-dept (s) not equal spaces
                   if ar-percent (s) is not numeric
                       move "BAD-PERCENT" to rej-reason
                       string "Share for " ar-dept (s)
                           " is not a percentage"
                           delimited by size into rej-detail
                       exit paragraph
                   end-if
                   move ar-dept (s) to wanted-dept
                   perform find-department
                   if dept-found-idx is equal to zero
                       move "UNKNOWN-DEPT" to rej-reason
                       string "Receiver " ar-dept (s)
                           " not on DEPTCTL"
                           delimited by size into rej-detail
                       exit paragraph
                   end-if
                   if ar-dept (s) equal ar-pool
                       move "POOL-RECEIVES" to rej-reason
                       string "Pool " ar-pool " shares to itself"
                           delimited by size into rej-detail
                       exit paragraph
                   end-if
                   perform varying s2 from 1 by 1
                           until s2 is not less than s
                       if ar-dept (s2) equal ar-dept (s)
                           move "DUPLICATE-DEPT" to rej-reason
                           string "Receiver " ar-dept (s)
                               " named twice"
                               delimited by size into rej-detail
                           exit paragraph
                       end-if
                   end-perform
                   if ar-dept (s) equal ar-remainder
                       move "Y" to remainder-found-switch
                   end-if
                   add 1 to receiver-count
                   add ar-percent (s) to percent-total
               end-if
           end-perform
           if receiver-count is equal to zero
               move "NO-RECEIVERS" to rej-reason
               string "Pool " ar-pool " names no receivers"
                   delimited by size into rej-detail
               exit paragraph
           end-if
           if percent-total not equal 100
               move percent-total to percent-total-edit
               move "PCT-NOT-100" to rej-reason
               string "Shares total " percent-total-edit
                   " percent, not 100"
                   delimited by size into rej-detail
               exit paragraph
           end-if
           if not remainder-found
               move "BAD-REMAINDER" to rej-reason
               string "Remainder dept " ar-remainder
                   " is not a receiver"
                   delimited by size into rej-detail
               exit paragraph
           end-if
           call "AcctLookup" using ar-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               display "CostAlloc: account master ACCTMSTR "
                   "unavailable"
               move RC-ERROR to return-code
               stop run
           end-if
           if not acct-lookup-active
               move "BAD-ACCOUNT" to rej-reason
               string "Account " ar-account " not active"
                   delimited by size into rej-detail
               exit paragraph
           end-if
           move "Y" to rule-ok-switch.

      * the register back out: the lines kept, then tonight's legs
      * stamped with the month and the feed's fingerprint
       rewrite-allocation-register.
           open output allocation-register-file
           perform varying rg from 1 by 1
                   until rg is greater than register-count
               move rg-record (rg) to allocation-register-record
               write allocation-register-record
           end-perform
           perform varying lg from 1 by 1
                   until lg is greater than leg-count
               move spaces to ws-allocreg-record
               move run-month to alg-month
               move lt-pool (lg) to alg-pool
               move lt-dept (lg) to alg-dept
               move lt-percent (lg) to alg-percent
               move lt-amount (lg) to alg-amount
               move run-date to alg-feed-date
               move feed-count to alg-feed-count
               move feed-hash to alg-feed-hash
               move ws-allocreg-record to allocation-register-record
               write allocation-register-record
           end-perform
           close allocation-register-file.

       print-totals.
           move spaces to report-line
           perform write-report-line
           move "Rules read:" to tl-label
           move rules-read to tl-count
           perform write-total-line
           move "  applied:" to tl-label
           move rules-applied to tl-count
           perform write-total-line
           move "  pool empty this month:" to tl-label
           move pools-empty to tl-count
           perform write-total-line
           move "  rejected:" to tl-label
           move rules-rejected to tl-count
           perform write-total-line
           move "Legs on the register:" to tl-label
           move leg-count to tl-count
           perform write-total-line
           move "Items on ALLOCIN:" to tl-label
           move feed-count to tl-count
           perform write-total-line
           move "Register lines aged off:" to tl-label
           move register-aged to tl-count
           perform write-total-line
           move "Total allocated:" to atl-label
           move allocated-total to atl-amount
           move amount-total-line to report-line
           perform write-report-line.

       write-total-line.
           move total-line to report-line
           perform write-report-line.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move run-month to rh2-month
           move report-heading-2 to report-line
           write report-line
           move spaces to report-line
           write report-line
           move column-heading to report-line
           write report-line
           move zero to lines-on-page.

      * write one body line, paging when the current page is full -
      * the line is held while the heading goes out, or the heading
      * would overwrite it
       write-report-line.
           if lines-on-page is greater than or equal
                   to max-lines-per-page
               move report-line to held-report-line
               perform start-new-page
               move held-report-line to report-line
           end-if
           write report-line
           add 1 to lines-on-page.

      * one line per rejected rule on the shop's shared reject file
       write-reject-record.
           display "CostAlloc: reject - rule for pool " ar-pool
               " " rej-reason
           move "CostAlloc" to rej-program-id
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
           move "CostAlloc" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move rules-read to aud-rules
           move rules-applied to aud-applied
           move feed-count to aud-items
           string "Rules: " aud-rules " Month: " run-month
               delimited by size into aud-input-summary
           string "Applied: " aud-applied " Items: " aud-items
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program CostAlloc.
