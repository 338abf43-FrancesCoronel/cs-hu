      *****************************************************************
      *                                                               *
      * CashForecast                                                  *
      *                                                               *
      * The thirty-day cash position forecast. Treasury's Monday      *
      * question - what do the balances look like over the coming     *
      * month - used to be answered by hand in a spreadsheet; the     *
      * system already holds most of the answer, and this step puts   *
      * it together. Every account starts from tonight's closing      *
      * bal-new on BALMSTR and is carried forward one business day    *
      * at a time, for the thirty business days after the             *
      * processing date (weekends and the CALENDAR holidays skipped,  *
      * the same walk DailyBatch's date advance takes), by what is    *
      * already known to be coming:                                   *
      *                                                               *
      *     STANDING - each recurring posting on the day StandOrder   *
      *         will emit it: its day-of-month clamped to the month   *
      *         and advanced to a business day, a CR taking the       *
      *         balance down and any other code taking it up, as      *
      *         Add posts them. An instruction on an account that     *
      *         is not active would only be held or rejected, so it   *
      *         moves nothing                                         *
      *     PENDING  - every item still held for approval, on its     *
      *         effective date (or the first forecast day, if that    *
      *         has passed), as if the supervisor releases it - the   *
      *         cautious view, since treasury would rather see the    *
      *         money than be surprised by it                         *
      *     SVCRATE  - each active account's service charge off its   *
      *         class (class ** the default), on the last business    *
      *         day of each month the window reaches, when            *
      *         SvcCharge raises it; the charge department is         *
      *         SVCDEPT, default ACC, as in SvcCharge                 *
      *                                                               *
      * FCSTRPT lists, branch by branch, each account's closing       *
      * balance and then every forecast day its balance moves, with   *
      * the running projected balance; an account projected below     *
      * zero on any day is flagged NEGATIVE. Then the daily total     *
      * position, branch subtotals (opening, movement, projected      *
      * close), department subtotals of the projected movements,      *
      * every single movement of FCSTLARGE or more (default 10000)    *
      * by date, and the list of accounts projected negative. The     *
      * report is kept through ReportKeep and the run leaves an       *
      * audit line. Any account projected negative ends the run       *
      * RC-WARNING.                                                   *
      *                                                               *
      * Runs from JOBSCHED on the first business day of each week,    *
      * behind Add, so the week opens on the posted figures.          *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. CashForecast.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select balance-file assign to "BALMSTR"
               organization is indexed
               access mode is sequential
               record key is bal-master-account
               file status is balmstr-status.
           select standing-file assign to "STANDING"
               organization is line sequential
               file status is standing-status.
           select pending-file assign to "PENDING"
               organization is line sequential
               file status is pending-status.
           select rate-file assign to "SVCRATE"
               organization is line sequential
               file status is svcrate-status.
           select calendar-file assign to "CALENDAR"
               organization is line sequential
               file status is calendar-status.
           select report-file assign to "FCSTRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  balance-file.
       01  balance-master-record.
           05  bal-master-account pic x(8).
           05  bal-master-balances pic x(30).

      * one standing instruction per line - StandOrder's layout
       fd  standing-file.
       01  standing-record.
           05  si-account pic x(8).
           05  si-dept pic x(3).
           05  si-code pic x(4).
           05  si-amount pic s9(6) sign is trailing separate.
           05  si-frequency pic x.
               88  si-monthly value "M".
           05  si-day pic 9(2).

       fd  pending-file.
       01  pending-record pic x(58).

      * the rate control file - SvcCharge's layout
       fd  rate-file.
       01  rate-record.
           05  rr-class pic x(2).
           05  rr-charge pic s9(6) sign is trailing separate.

      * the business calendar - one yyyymmdd bank holiday per line
       fd  calendar-file.
       01  calendar-record pic x(8).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  balmstr-status pic xx.
       01  standing-status pic xx.
       01  pending-status pic xx.
       01  svcrate-status pic xx.
       01  calendar-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-BALANCE-RECORD".
           copy "WS-EOF-SWITCH".
       01  pending-eof-switch pic x value "N".
           88  pending-eof value "Y".
       01  rate-eof-switch pic x value "N".
           88  rate-eof value "Y".
      * one pending line taken apart - PendRelease's layout
       01  ws-pending-record.
           05  pend-status pic x.
               88  pend-held value "P".
           05  pend-account pic x(8).
           05  pend-dept pic x(3).
           05  pend-code pic x(4).
           05  pend-effect pic s9(9) sign is trailing separate.
           05  pend-eff-date pic x(8).
           05  pend-entry-date pic x(8).
           05  pend-run-number pic 9(9).
           05  pend-ref pic 9(7).
      * the thirty forecast days, plus the business day after them -
      * a window day is the last of its month when the next
      * business day is in another month
       01  forecast-day-count pic 9(2) comp-3 value 30.
       01  forecast-table.
           05  forecast-day occurs 31 times.
               10  fc-date pic x(8).
               10  fc-flow pic s9(11) comp-3.
               10  fc-balance pic s9(13) comp-3.
               10  fc-negative-count pic 9(5) comp-3.
       01  d pic 9(2) comp-3.
       01  movement-day pic 9(2) comp-3.
      * the accounts off BALMSTR, in account order, each with its
      * branch and class off the account master and its net
      * projected movement for each forecast day
       01  account-count pic 9(5) comp-3 value zero.
       01  max-account-size pic 9(5) comp-3 value 2000.
       01  account-table.
           05  account-entry occurs 2000 times.
               10  ac-account pic x(8).
               10  ac-branch pic x(2).
               10  ac-status pic x.
                   88  ac-active value "A".
               10  ac-charge pic s9(6) comp-3.
               10  ac-opening pic s9(11) comp-3.
               10  ac-low pic s9(11) comp-3.
               10  ac-low-day pic 9(2) comp-3.
               10  ac-first-negative-day pic 9(2) comp-3.
               10  ac-flow occurs 30 times pic s9(11) comp-3.
       01  ac pic 9(5) comp-3.
       01  account-found-switch pic x.
           88  account-found value "Y".
       01  running-balance pic s9(11) comp-3.
       01  account-moved-switch pic x.
           88  account-moved value "Y".
      * the branches the accounts belong to, in branch order as they
      * are found - spaces is the unassigned branch
       01  branch-count pic 9(3) comp-3 value zero.
       01  max-branch-size pic 9(3) comp-3 value 20.
       01  branch-table.
           05  branch-entry occurs 20 times.
               10  bt-branch pic x(2).
               10  bt-opening pic s9(13) comp-3.
               10  bt-movement pic s9(13) comp-3.
               10  bt-negative-count pic 9(5) comp-3.
       01  br pic 9(3) comp-3.
       01  br-move pic 9(3) comp-3.
       01  branch-found-switch pic x.
           88  branch-found value "Y".
       01  wanted-branch pic x(2).
      * the departments the projected movements post under, in
      * department order as they are found
       01  department-count pic 9(3) comp-3 value zero.
       01  max-department-size pic 9(3) comp-3 value 50.
       01  department-totals.
           05  department-total-entry occurs 50 times.
               10  dt-dept pic x(3).
               10  dt-items pic 9(7) comp-3.
               10  dt-inflow pic s9(13) comp-3.
               10  dt-outflow pic s9(13) comp-3.
       01  dp pic 9(3) comp-3.
       01  dp-move pic 9(3) comp-3.
       01  department-found-switch pic x.
           88  department-found value "Y".
      * one projected movement, as the sources hand it to
      * add-movement
       01  movement-account pic x(8).
       01  movement-dept pic x(3).
       01  movement-code pic x(4).
       01  movement-source pic x(8).
       01  movement-amount pic s9(11) comp-3.
       01  abs-movement pic 9(11) comp-3.
      * the single movements at or over the large-movement amount,
      * kept for the by-date list
       01  large-amount pic 9(9) comp-3 value 10000.
       01  fcstlarge-value pic x(9).
       01  large-count pic 9(5) comp-3 value zero.
       01  max-large-size pic 9(5) comp-3 value 1000.
       01  large-overflow pic 9(5) comp-3 value zero.
       01  large-table.
           05  large-entry occurs 1000 times.
               10  lg-day pic 9(2) comp-3.
               10  lg-account pic x(8).
               10  lg-dept pic x(3).
               10  lg-code pic x(4).
               10  lg-source pic x(8).
               10  lg-amount pic s9(11) comp-3.
       01  lg pic 9(5) comp-3.
      * the rate card off SVCRATE - class ** is the default entry
       01  rate-count pic 9(3) comp-3 value zero.
       01  max-rate-size pic 9(3) comp-3 value 20.
       01  rate-table.
           05  rate-entry occurs 20 times.
               10  rt-class pic x(2).
               10  rt-charge pic s9(6) comp-3.
       01  t pic 9(3) comp-3.
       01  effective-charge pic s9(6) comp-3.
       01  svcdept-value pic x(3).
      * the holiday calendar and business-day work fields, same
      * shape as DailyBatch's advance-processing-date
       01  calendar-eof-switch pic x value "N".
           88  calendar-eof value "Y".
       01  holiday-table.
           05  holiday-entry occurs 100 times.
               10  hol-date pic x(8).
       01  holiday-count pic 9(3) comp-3 value zero.
       01  h pic 9(3) comp-3.
       01  candidate-integer pic 9(7) comp-3.
       01  candidate-date pic 9(8).
       01  candidate-date-x redefines candidate-date pic x(8).
       01  weekday-number pic 9(1) comp-3.
       01  business-day-switch pic x.
           88  business-day value "Y".
      * due-date arithmetic, StandOrder's: the instruction's
      * day-of-month clamped to the base month's length, then
      * advanced to a business day. Every base month from the one
      * before the processing date's to the window's last is
      * worked, because a month-end due date can advance across
      * the month boundary into the window.
       01  due-base-year pic 9(4).
       01  due-base-mm pic 9(2).
       01  due-base-period pic 9(6).
       01  last-window-period pic 9(6).
       01  month-first pic 9(8).
       01  month-first-integer pic 9(7) comp-3.
       01  next-month-integer pic 9(7) comp-3.
       01  next-month-year pic 9(4).
       01  next-month-mm pic 9(2).
       01  next-month-first pic 9(8).
       01  month-length pic 9(3) comp-3.
       01  due-day pic 9(3) comp-3.
       01  due-date pic x(8).
      * the account master, held open for the load
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-unavailable value "U".
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
       01  lookup-account pic x(8).
      * source bookkeeping
       01  instructions-read pic 9(5) comp-3 value zero.
       01  instructions-bad pic 9(5) comp-3 value zero.
       01  instructions-idle pic 9(5) comp-3 value zero.
       01  standing-movements pic 9(7) comp-3 value zero.
       01  held-items pic 9(5) comp-3 value zero.
       01  held-outside pic 9(5) comp-3 value zero.
       01  charge-movements pic 9(7) comp-3 value zero.
       01  negative-account-count pic 9(5) comp-3 value zero.
       01  total-opening pic s9(13) comp-3 value zero.
       01  total-movement pic s9(13) comp-3 value zero.
       01  aud-accounts pic 9(5).
       01  aud-negative pic 9(5).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Cash Position Forecast".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  filler pic x(14) value "Forecast from ".
           05  rh2-from pic x(8).
           05  filler pic x(4) value " to ".
           05  rh2-to pic x(8).
           05  filler pic x(21) value ", 30 business days".
       01  column-heading.
           05  filler pic x(41) value "Account".
           05  filler pic x(19) value "   Movement".
           05  filler pic x(11) value "    Balance".
       01  section-heading pic x(80).
       01  large-heading.
           05  filler pic x(26) value "Large movements by date - ".
           05  lh-amount pic z(8)9.
           05  filler pic x(8) value " or more".
       01  account-line.
           05  al-account pic x(8).
           05  filler pic x(2) value spaces.
           05  al-name pic x(30).
           05  filler pic x(2) value spaces.
           05  al-branch pic x(2).
           05  filler pic x(16) value " closing".
           05  al-balance pic -(10)9.
       01  movement-line.
           05  filler pic x(9) value spaces.
           05  ml-date pic x(8).
           05  filler pic x(24) value spaces.
           05  ml-movement pic -(10)9.
           05  filler pic x(8) value spaces.
           05  ml-balance pic -(10)9.
           05  filler pic x value space.
           05  ml-flag pic x(8).
       01  no-movement-line pic x(40)
               value "         (no projected movement)".
       01  negative-note-line.
           05  filler pic x(10) value "  ** below".
           05  filler pic x(11) value " zero from ".
           05  nn-first pic x(8).
           05  filler pic x(9) value ", lowest ".
           05  nn-low pic -(10)9.
           05  filler pic x(4) value " on ".
           05  nn-low-date pic x(8).
       01  branch-heading.
           05  filler pic x(8) value "Branch: ".
           05  bh-branch pic x(12).
       01  daily-caption.
           05  filler pic x(10) value "Day".
           05  filler pic x(10) value "Date".
           05  filler pic x(13) value "     Movement".
           05  filler pic x(15) value "       Position".
           05  filler pic x(11) value "    Below 0".
       01  daily-line.
           05  dy-day pic z9.
           05  filler pic x(8) value spaces.
           05  dy-date pic x(8).
           05  filler pic x(2) value spaces.
           05  dy-movement pic -(12)9.
           05  filler pic x(2) value spaces.
           05  dy-position pic -(12)9.
           05  filler pic x(6) value spaces.
           05  dy-negative pic zzzz9.
       01  subtotal-caption.
           05  filler pic x(12) value "Branch".
           05  filler pic x(13) value "      Opening".
           05  filler pic x(14) value "      Movement".
           05  filler pic x(14) value "     Projected".
           05  filler pic x(11) value "    Below 0".
       01  subtotal-line.
           05  st-label pic x(12).
           05  st-opening pic -(12)9.
           05  filler pic x value space.
           05  st-movement pic -(12)9.
           05  filler pic x value space.
           05  st-ending pic -(12)9.
           05  filler pic x(6) value spaces.
           05  st-negative pic zzzz9.
       01  department-caption.
           05  filler pic x(12) value "Department".
           05  filler pic x(10) value "     Items".
           05  filler pic x(14) value "       Inflow".
           05  filler pic x(14) value "      Outflow".
           05  filler pic x(14) value "          Net".
       01  department-line.
           05  dpl-dept pic x(3).
           05  filler pic x(9) value spaces.
           05  dpl-items pic z(9)9.
           05  filler pic x value space.
           05  dpl-inflow pic -(12)9.
           05  filler pic x value space.
           05  dpl-outflow pic -(12)9.
           05  filler pic x value space.
           05  dpl-net pic -(12)9.
       01  large-caption.
           05  filler pic x(10) value "Date".
           05  filler pic x(10) value "Account".
           05  filler pic x(5) value "Dept".
           05  filler pic x(6) value "Code".
           05  filler pic x(9) value "Source".
           05  filler pic x(11) value "     Amount".
       01  large-line.
           05  ll-date pic x(8).
           05  filler pic x(2) value spaces.
           05  ll-account pic x(8).
           05  filler pic x(2) value spaces.
           05  ll-dept pic x(3).
           05  filler pic x(2) value spaces.
           05  ll-code pic x(4).
           05  filler pic x(2) value spaces.
           05  ll-source pic x(8).
           05  filler pic x value space.
           05  ll-amount pic -(10)9.
       01  negative-caption.
           05  filler pic x(10) value "Account".
           05  filler pic x(8) value "Branch".
           05  filler pic x(12) value "Below 0 from".
           05  filler pic x(11) value "     Lowest".
           05  filler pic x(6) value "    on".
       01  negative-line.
           05  ng-account pic x(8).
           05  filler pic x(2) value spaces.
           05  ng-branch pic x(2).
           05  filler pic x(6) value spaces.
           05  ng-first pic x(8).
           05  filler pic x(4) value spaces.
           05  ng-low pic -(10)9.
           05  filler pic x(4) value spaces.
           05  ng-low-date pic x(8).
       01  total-line.
           05  tl-label pic x(32).
           05  tl-count pic z(6)9.
       01  none-line pic x(40).
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           perform set-forecast-control
           perform load-holiday-calendar
           perform build-forecast-days
           perform load-rate-control
           perform load-accounts

           perform project-standing-instructions
           perform project-held-items
           perform project-service-charges
           perform roll-forward-accounts

           perform print-forecast-report
           perform write-audit-record
           display "CashForecast: " account-count " account(s) over "
               fc-date (1) " to " fc-date (forecast-day-count) ", "
               negative-account-count " projected below zero"
           if negative-account-count is greater than zero
               move "CashForecast" to alert-program-id
               move "WARNING" to alert-severity
               move "NEGATIVE-BALANCE" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the large-movement amount off FCSTLARGE, and the service
      * charge department off SVCDEPT the way SvcCharge takes it
       set-forecast-control.
           move spaces to fcstlarge-value
           accept fcstlarge-value from environment "FCSTLARGE"
           if fcstlarge-value not equal spaces
               if function test-numval (fcstlarge-value) equal zero
                   compute large-amount =
                       function numval (fcstlarge-value)
               else
                   display "CashForecast: FCSTLARGE "
                       fcstlarge-value " is not an amount"
                   move RC-ERROR to return-code
                   stop run
               end-if
           end-if
           move spaces to svcdept-value
           accept svcdept-value from environment "SVCDEPT"
           if svcdept-value equal spaces
               move "ACC" to svcdept-value
           end-if.

      * no CALENDAR file just means no bank holidays on file
       load-holiday-calendar.
           move zero to holiday-count
           open input calendar-file
           if calendar-status equal "00"
               perform until calendar-eof
                   read calendar-file
                       at end
                           move "Y" to calendar-eof-switch
                       not at end
                           if holiday-count is less than 100
                               add 1 to holiday-count
                               move calendar-record
                                   to hol-date (holiday-count)
                           end-if
                   end-read
               end-perform
               close calendar-file
           end-if.

      * the business days after the processing date - thirty in the
      * window and the one after, so the window's last day can be
      * told a month-end or not
       build-forecast-days.
           compute candidate-integer = function integer-of-date
               (function numval (run-date))
           perform varying d from 1 by 1 until d is greater than 31
               move "N" to business-day-switch
               perform until business-day
                   add 1 to candidate-integer
                   compute candidate-date =
                       function date-of-integer (candidate-integer)
                   perform check-business-day
               end-perform
               move candidate-date-x to fc-date (d)
               move zero to fc-flow (d)
               move zero to fc-balance (d)
               move zero to fc-negative-count (d)
           end-perform.

      * Monday is 1 and Sunday is 7 under integer-of-date day
      * numbering; 6 and 7 are the weekend
       check-business-day.
           move "Y" to business-day-switch
           compute weekday-number = function mod
               (candidate-integer - 1, 7) + 1
           if weekday-number is greater than 5
               move "N" to business-day-switch
           else
               perform varying h from 1 by 1
                   until h is greater than holiday-count
                   if hol-date (h) equal candidate-date-x
                       move "N" to business-day-switch
                       move holiday-count to h
                   end-if
               end-perform
           end-if.

      * the rate card off SVCRATE - unlike SvcCharge, no card here
      * just means no charges can be projected, and the report
      * says so
       load-rate-control.
           open input rate-file
           if svcrate-status not equal "00"
               display "CashForecast: SVCRATE not on file - no "
                   "service charges projected"
               exit paragraph
           end-if
           perform until rate-eof
               read rate-file
                   at end
                       move "Y" to rate-eof-switch
                   not at end
                       if rate-count is less than max-rate-size
                           add 1 to rate-count
                           move rr-class to rt-class (rate-count)
                           move rr-charge to rt-charge (rate-count)
                       end-if
               end-read
           end-perform
           close rate-file.

      * the charge in force for this class, falling back to the **
      * default entry - SvcCharge's resolution
       resolve-charge-class.
           move zero to effective-charge
           perform varying t from 1 by 1
                   until t is greater than rate-count
               if rt-class (t) equal "**"
                   move rt-charge (t) to effective-charge
               end-if
           end-perform
           perform varying t from 1 by 1
                   until t is greater than rate-count
               if rt-class (t) equal acct-class
                   and rt-class (t) not equal "**"
                   move rt-charge (t) to effective-charge
                   move rate-count to t
               end-if
           end-perform.

      * every account on the balance master, with its branch, status
      * and service charge off the account master
       load-accounts.
           open input balance-file
           if balmstr-status not equal "00"
               display "CashForecast: unable to open BALMSTR, "
                   "status " balmstr-status
               move RC-ERROR to return-code
               stop run
           end-if
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform until end-of-file
               read balance-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       perform load-one-account
               end-read
           end-perform
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record
           close balance-file.

       load-one-account.
           move balance-master-record to ws-balance-record
           if account-count is equal to max-account-size
               display "CashForecast: BALMSTR exceeds "
                   max-account-size " account limit"
               move RC-ERROR to return-code
               stop run
           end-if
           call "AcctLookup" using bal-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               display "CashForecast: account master ACCTMSTR "
                   "unavailable"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to account-count
           move account-count to ac
           move bal-account to ac-account (ac)
      * an account missing from the master carries no branch of its
      * own - it subtotals under "??" as on the trial balance
           move "??" to ac-branch (ac)
           if (acct-lookup-active or acct-lookup-closed
                   or acct-lookup-dormant)
               and acct-branch not equal spaces
               move acct-branch to ac-branch (ac)
           end-if
           move acct-lookup-result to ac-status (ac)
           move zero to ac-charge (ac)
           if acct-lookup-active
               perform resolve-charge-class
               move effective-charge to ac-charge (ac)
           end-if
           move bal-new to ac-opening (ac)
           perform varying d from 1 by 1
                   until d is greater than forecast-day-count
               move zero to ac-flow (ac d)
           end-perform
           move ac-branch (ac) to wanted-branch
           perform find-branch
           add ac-opening (ac) to bt-opening (br)
           add ac-opening (ac) to total-opening.

      * a branch not yet on the table goes in at its place in
      * branch order
       find-branch.
           move "N" to branch-found-switch
           perform varying br from 1 by 1
                   until br is greater than branch-count
               if bt-branch (br) equal wanted-branch
                   move "Y" to branch-found-switch
                   exit perform
               end-if
               if bt-branch (br) is greater than wanted-branch
                   exit perform
               end-if
           end-perform
           if branch-found
               exit paragraph
           end-if
           if branch-count is equal to max-branch-size
               display "CashForecast: more than " max-branch-size
                   " branches on the account master"
               move RC-ERROR to return-code
               stop run
           end-if
           perform varying br-move from branch-count by -1
                   until br-move is less than br
               move branch-entry (br-move)
                   to branch-entry (br-move + 1)
           end-perform
           move wanted-branch to bt-branch (br)
           move zero to bt-opening (br)
           move zero to bt-movement (br)
           move zero to bt-negative-count (br)
           add 1 to branch-count.

      * the account's place on the table - BALMSTR came in account
      * order, so the search stops once it is past
       find-account.
           move "N" to account-found-switch
           perform varying ac from 1 by 1
                   until ac is greater than account-count
               if ac-account (ac) equal movement-account
                   move "Y" to account-found-switch
                   exit perform
               end-if
               if ac-account (ac) is greater than movement-account
                   exit perform
               end-if
           end-perform.

      * every standing instruction on every due date the window
      * holds
       project-standing-instructions.
           open input standing-file
           if standing-status not equal "00"
               display "CashForecast: STANDING not on file - no "
                   "instructions projected"
               exit paragraph
           end-if
           move fc-date (forecast-day-count) (1:6)
               to last-window-period
           move "N" to end-of-file-switch
           perform until end-of-file
               read standing-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       perform project-one-instruction
               end-read
           end-perform
           close standing-file.

       project-one-instruction.
           add 1 to instructions-read
           if si-amount is not numeric or si-day is not numeric
               or not si-monthly
               add 1 to instructions-bad
               exit paragraph
           end-if
           move si-account to movement-account
           perform find-account
           if not account-found
               add 1 to instructions-idle
               exit paragraph
           end-if
           if not ac-active (ac)
               add 1 to instructions-idle
               exit paragraph
           end-if
           move si-dept to movement-dept
           move si-code to movement-code
           move "STANDING" to movement-source
           if si-code equal "CR"
               compute movement-amount = zero - si-amount
           else
               move si-amount to movement-amount
           end-if
           move run-date (1:4) to due-base-year
           move run-date (5:2) to due-base-mm
           perform set-previous-month-base
           compute due-base-period = due-base-year * 100 + due-base-mm
           perform until due-base-period is greater than
                   last-window-period
               perform compute-due-date
               perform find-forecast-day
               if movement-day is greater than zero
                   perform add-movement
                   add 1 to standing-movements
               end-if
               perform set-next-month-base
               compute due-base-period =
                   due-base-year * 100 + due-base-mm
           end-perform.

      * the window day the due date lands on, zero when it falls
      * outside the window
       find-forecast-day.
           move zero to movement-day
           perform varying d from 1 by 1
                   until d is greater than forecast-day-count
               if fc-date (d) equal due-date
                   move d to movement-day
                   exit perform
               end-if
           end-perform.

       set-previous-month-base.
           if due-base-mm equal 1
               subtract 1 from due-base-year
               move 12 to due-base-mm
           else
               subtract 1 from due-base-mm
           end-if.

       set-next-month-base.
           if due-base-mm equal 12
               add 1 to due-base-year
               move 1 to due-base-mm
           else
               add 1 to due-base-mm
           end-if.

      * the base month's due date: day-of-month clamped to the
      * month's length, then advanced to the next business day -
      * StandOrder's compute-due-date
       compute-due-date.
           compute month-first =
               due-base-year * 10000 + due-base-mm * 100 + 1
           compute month-first-integer = function integer-of-date
               (month-first)
           move due-base-year to next-month-year
           move due-base-mm to next-month-mm
           if next-month-mm equal 12
               add 1 to next-month-year
               move 01 to next-month-mm
           else
               add 1 to next-month-mm
           end-if
           compute next-month-first =
               next-month-year * 10000 + next-month-mm * 100 + 1
           compute next-month-integer = function integer-of-date
               (next-month-first)
           compute month-length =
               next-month-integer - month-first-integer
           move si-day to due-day
           if due-day is greater than month-length
               move month-length to due-day
           end-if
           if due-day is equal to zero
               move 1 to due-day
           end-if
           compute candidate-integer =
               month-first-integer + due-day - 1
           compute candidate-date =
               function date-of-integer (candidate-integer)
           perform check-business-day
           perform until business-day
               add 1 to candidate-integer
               compute candidate-date =
                   function date-of-integer (candidate-integer)
               perform check-business-day
           end-perform
           move candidate-date-x to due-date.

      * every item still held on PENDING, on the first window day
      * on or after its effective date
       project-held-items.
           open input pending-file
           if pending-status not equal "00"
               exit paragraph
           end-if
           perform until pending-eof
               read pending-file
                   at end
                       move "Y" to pending-eof-switch
                   not at end
                       move pending-record to ws-pending-record
                       if pend-held
                           perform project-one-held-item
                       end-if
               end-read
           end-perform
           close pending-file.

       project-one-held-item.
           add 1 to held-items
           move pend-account to movement-account
           perform find-account
           if not account-found or pend-effect is not numeric
               add 1 to held-outside
               exit paragraph
           end-if
           move zero to movement-day
           perform varying d from 1 by 1
                   until d is greater than forecast-day-count
               if fc-date (d) is not less than pend-eff-date
                   move d to movement-day
                   exit perform
               end-if
           end-perform
           if movement-day is equal to zero
               add 1 to held-outside
               exit paragraph
           end-if
           move pend-dept to movement-dept
           move pend-code to movement-code
           move "PENDING" to movement-source
           move pend-effect to movement-amount
           perform add-movement.

      * each active account's charge on every window day that is
      * the last business day of its month
       project-service-charges.
           perform varying movement-day from 1 by 1
                   until movement-day is greater than
                       forecast-day-count
               if fc-date (movement-day) (1:6)
                       not equal fc-date (movement-day + 1) (1:6)
                   perform charge-one-month-end
               end-if
           end-perform.

       charge-one-month-end.
           perform varying ac from 1 by 1
                   until ac is greater than account-count
               if ac-active (ac)
                   and ac-charge (ac) is not equal to zero
                   move ac-account (ac) to movement-account
                   move svcdept-value to movement-dept
                   move "CR" to movement-code
                   move "SVCRATE" to movement-source
                   compute movement-amount = zero - ac-charge (ac)
                   perform add-movement
                   add 1 to charge-movements
               end-if
           end-perform.

      * one projected movement onto the account's day, the day's
      * total, its department's subtotal, and - at or over the
      * large-movement amount - the by-date list
       add-movement.
           add movement-amount to ac-flow (ac movement-day)
           add movement-amount to fc-flow (movement-day)
           perform find-department
           add 1 to dt-items (dp)
           if movement-amount is less than zero
               add movement-amount to dt-outflow (dp)
           else
               add movement-amount to dt-inflow (dp)
           end-if
           if movement-amount is less than zero
               compute abs-movement = zero - movement-amount
           else
               move movement-amount to abs-movement
           end-if
           if abs-movement is less than large-amount
               exit paragraph
           end-if
           if large-count is equal to max-large-size
               add 1 to large-overflow
               exit paragraph
           end-if
           add 1 to large-count
           move movement-day to lg-day (large-count)
           move movement-account to lg-account (large-count)
           move movement-dept to lg-dept (large-count)
           move movement-code to lg-code (large-count)
           move movement-source to lg-source (large-count)
           move movement-amount to lg-amount (large-count).

      * a department not yet on the table goes in at its place in
      * department order
       find-department.
           move "N" to department-found-switch
           perform varying dp from 1 by 1
                   until dp is greater than department-count
               if dt-dept (dp) equal movement-dept
                   move "Y" to department-found-switch
                   exit perform
               end-if
               if dt-dept (dp) is greater than movement-dept
                   exit perform
               end-if
           end-perform
           if department-found
               exit paragraph
           end-if
           if department-count is equal to max-department-size
               display "CashForecast: more than "
                   max-department-size " departments moving"
               move RC-ERROR to return-code
               stop run
           end-if
           perform varying dp-move from department-count by -1
                   until dp-move is less than dp
               move department-total-entry (dp-move)
                   to department-total-entry (dp-move + 1)
           end-perform
           move movement-dept to dt-dept (dp)
           move zero to dt-items (dp)
           move zero to dt-inflow (dp)
           move zero to dt-outflow (dp)
           add 1 to department-count.

      * each account carried forward day by day - its lowest point,
      * the first day it is below zero, and its share of the day's
      * total position and its branch's subtotal
       roll-forward-accounts.
           perform varying ac from 1 by 1
                   until ac is greater than account-count
               perform roll-one-account
           end-perform.

       roll-one-account.
           move ac-opening (ac) to running-balance
           move ac-opening (ac) to ac-low (ac)
           move zero to ac-low-day (ac)
           move zero to ac-first-negative-day (ac)
           move ac-branch (ac) to wanted-branch
           perform find-branch
           perform varying d from 1 by 1
                   until d is greater than forecast-day-count
               add ac-flow (ac d) to running-balance
               add running-balance to fc-balance (d)
               add ac-flow (ac d) to bt-movement (br)
               if running-balance is less than ac-low (ac)
                   move running-balance to ac-low (ac)
                   move d to ac-low-day (ac)
               end-if
               if running-balance is less than zero
                   add 1 to fc-negative-count (d)
                   if ac-first-negative-day (ac) equal zero
                       move d to ac-first-negative-day (ac)
                   end-if
               end-if
           end-perform
           if ac-first-negative-day (ac) is greater than zero
               add 1 to negative-account-count
               add 1 to bt-negative-count (br)
           end-if.

       print-forecast-report.
           open output report-file
           perform start-new-page
           if account-count is equal to zero
               move "  (no accounts on the balance master)"
                   to none-line
               move none-line to report-line
               perform write-report-line
           end-if
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform varying br from 1 by 1
                   until br is greater than branch-count
               perform print-one-branch
           end-perform
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record
           perform print-daily-position
           perform print-branch-subtotals
           perform print-department-subtotals
           perform print-large-movements
           perform print-negative-accounts

           move spaces to report-line
           perform write-report-line
           move "Accounts forecast:" to tl-label
           move account-count to tl-count
           perform write-total-line
           move "  projected below zero:" to tl-label
           move negative-account-count to tl-count
           perform write-total-line
           move "Standing instructions read:" to tl-label
           move instructions-read to tl-count
           perform write-total-line
           move "  due in the window:" to tl-label
           move standing-movements to tl-count
           perform write-total-line
           move "  on no active account:" to tl-label
           move instructions-idle to tl-count
           perform write-total-line
           move "  not usable:" to tl-label
           move instructions-bad to tl-count
           perform write-total-line
           move "Items held on PENDING:" to tl-label
           move held-items to tl-count
           perform write-total-line
           move "  outside the forecast:" to tl-label
           move held-outside to tl-count
           perform write-total-line
           move "Service charges projected:" to tl-label
           move charge-movements to tl-count
           perform write-total-line
           move "Large movement amount:" to tl-label
           move large-amount to tl-count
           perform write-total-line
           close report-file
           move "FCSTRPT" to keep-report-name
           move page-number to keep-pages
           move account-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items.

      * one branch's accounts, in account order
       print-one-branch.
           move spaces to report-line
           perform write-report-line
           if bt-branch (br) equal spaces
               move "(unassigned)" to bh-branch
           else
               move bt-branch (br) to bh-branch
           end-if
           move branch-heading to report-line
           perform write-report-line
           perform varying ac from 1 by 1
                   until ac is greater than account-count
               if ac-branch (ac) equal bt-branch (br)
                   perform print-one-account
               end-if
           end-perform.

      * the account's closing balance, then a line for each day
      * its projected balance moves
       print-one-account.
           move ac-account (ac) to lookup-account
           call "AcctLookup" using lookup-account acct-lookup-result
               ws-acct-record
           move spaces to account-line
           move lookup-account to al-account
           if acct-lookup-active or acct-lookup-closed
                   or acct-lookup-dormant
               move acct-name to al-name
           else
               move "(not on account master)" to al-name
           end-if
           move ac-branch (ac) to al-branch
           move ac-opening (ac) to al-balance
           move account-line to report-line
           perform write-report-line
           move ac-opening (ac) to running-balance
           move "N" to account-moved-switch
           perform varying d from 1 by 1
                   until d is greater than forecast-day-count
               add ac-flow (ac d) to running-balance
               if ac-flow (ac d) is not equal to zero
                   move "Y" to account-moved-switch
                   move spaces to movement-line
                   move fc-date (d) to ml-date
                   move ac-flow (ac d) to ml-movement
                   move running-balance to ml-balance
                   if running-balance is less than zero
                       move "NEGATIVE" to ml-flag
                   end-if
                   move movement-line to report-line
                   perform write-report-line
               end-if
           end-perform
           if not account-moved
               move no-movement-line to report-line
               perform write-report-line
           end-if
           if ac-first-negative-day (ac) is greater than zero
               move fc-date (ac-first-negative-day (ac)) to nn-first
               move ac-low (ac) to nn-low
               move run-date to nn-low-date
               if ac-low-day (ac) is greater than zero
                   move fc-date (ac-low-day (ac)) to nn-low-date
               end-if
               move negative-note-line to report-line
               perform write-report-line
           end-if.

      * the whole book's position at the close of each window day
       print-daily-position.
           move spaces to report-line
           perform write-report-line
           move "Daily position, all accounts" to section-heading
           move section-heading to report-line
           perform write-report-line
           move daily-caption to report-line
           perform write-report-line
           perform varying d from 1 by 1
                   until d is greater than forecast-day-count
               move d to dy-day
               move fc-date (d) to dy-date
               move fc-flow (d) to dy-movement
               move fc-balance (d) to dy-position
               move fc-negative-count (d) to dy-negative
               move daily-line to report-line
               perform write-report-line
           end-perform.

       print-branch-subtotals.
           move spaces to report-line
           perform write-report-line
           move "Branch subtotals" to section-heading
           move section-heading to report-line
           perform write-report-line
           move subtotal-caption to report-line
           perform write-report-line
           move zero to total-movement
           perform varying br from 1 by 1
                   until br is greater than branch-count
               if bt-branch (br) equal spaces
                   move "(unassigned)" to st-label
               else
                   move bt-branch (br) to st-label
               end-if
               move bt-opening (br) to st-opening
               move bt-movement (br) to st-movement
               compute st-ending = bt-opening (br) + bt-movement (br)
               move bt-negative-count (br) to st-negative
               move subtotal-line to report-line
               perform write-report-line
               add bt-movement (br) to total-movement
           end-perform
           move "Total" to st-label
           move total-opening to st-opening
           move total-movement to st-movement
           compute st-ending = total-opening + total-movement
           move negative-account-count to st-negative
           move subtotal-line to report-line
           perform write-report-line.

       print-department-subtotals.
           move spaces to report-line
           perform write-report-line
           move "Department subtotals, projected movements"
               to section-heading
           move section-heading to report-line
           perform write-report-line
           move department-caption to report-line
           perform write-report-line
           if department-count is equal to zero
               move "  (no projected movements)" to none-line
               move none-line to report-line
               perform write-report-line
           end-if
           perform varying dp from 1 by 1
                   until dp is greater than department-count
               move dt-dept (dp) to dpl-dept
               move dt-items (dp) to dpl-items
               move dt-inflow (dp) to dpl-inflow
               move dt-outflow (dp) to dpl-outflow
               compute dpl-net = dt-inflow (dp) + dt-outflow (dp)
               move department-line to report-line
               perform write-report-line
           end-perform.

      * the large movements, window day by window day
       print-large-movements.
           move spaces to report-line
           perform write-report-line
           move large-amount to lh-amount
           move large-heading to report-line
           perform write-report-line
           move large-caption to report-line
           perform write-report-line
           if large-count is equal to zero
               move "  (no large movements projected)" to none-line
               move none-line to report-line
               perform write-report-line
           end-if
           perform varying d from 1 by 1
                   until d is greater than forecast-day-count
               perform varying lg from 1 by 1
                       until lg is greater than large-count
                   if lg-day (lg) equal d
                       move fc-date (d) to ll-date
                       move lg-account (lg) to ll-account
                       move lg-dept (lg) to ll-dept
                       move lg-code (lg) to ll-code
                       move lg-source (lg) to ll-source
                       move lg-amount (lg) to ll-amount
                       move large-line to report-line
                       perform write-report-line
                   end-if
               end-perform
           end-perform
           if large-overflow is greater than zero
               move "  more large movements than listed:"
                   to tl-label
               move large-overflow to tl-count
               perform write-total-line
           end-if.

       print-negative-accounts.
           move spaces to report-line
           perform write-report-line
           move "Accounts projected below zero" to section-heading
           move section-heading to report-line
           perform write-report-line
           move negative-caption to report-line
           perform write-report-line
           if negative-account-count is equal to zero
               move "  (none)" to none-line
               move none-line to report-line
               perform write-report-line
           end-if
           perform varying ac from 1 by 1
                   until ac is greater than account-count
               if ac-first-negative-day (ac) is greater than zero
                   move ac-account (ac) to ng-account
                   move ac-branch (ac) to ng-branch
                   move fc-date (ac-first-negative-day (ac))
                       to ng-first
                   move ac-low (ac) to ng-low
                   move run-date to ng-low-date
                   if ac-low-day (ac) is greater than zero
                       move fc-date (ac-low-day (ac)) to ng-low-date
                   end-if
                   move negative-line to report-line
                   perform write-report-line
               end-if
           end-perform.

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
           move fc-date (1) to rh2-from
           move fc-date (forecast-day-count) to rh2-to
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

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           move "CashFcst" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move account-count to aud-accounts
           move negative-account-count to aud-negative
           string "Accts: " aud-accounts " to "
               fc-date (forecast-day-count)
               delimited by size into aud-input-summary
           string "Below zero: " aud-negative
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program CashForecast.
