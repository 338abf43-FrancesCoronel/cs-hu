      *****************************************************************
      *                                                               *
      * FxReval                                                       *
      *                                                               *
      * The month-end revaluation of foreign-currency balances.       *
      * Add converts every foreign item to base at the rate of the    *
      * night it posts, so an account's base figure on BALMSTR is     *
      * a pile of old rates. On the month's last business day this    *
      * step restates each foreign-currency account at the closing    *
      * rate: the account's balance in its own currency (kept on      *
      * FXPOS, see WS-FXPOS-RECORD) times tonight's EXRATES rate is   *
      * the new base value, and the difference from the base figure   *
      * the master carries is the unrealized gain or loss.            *
      *                                                               *
      * The difference posts as a REVL pair folded into tonight's     *
      * ADDIN - the account takes the difference, the FX gain/loss    *
      * account (FXGLACCT, default FXGAINLS) takes the other side,    *
      * both under the FXDEPT department (default ACC) - through a    *
      * work file with a fresh trailer, same fold as StandOrder's,    *
      * so Add's trailer check still proves the whole feed. Runs      *
      * between PendRelease and Add, so the master still holds the    *
      * prior close and tonight's items convert at the same rate      *
      * the balances are restated at. An account revalued for the     *
      * first time has no foreign balance on FXPOS yet: its line is   *
      * opened at the base figure worked back at tonight's rate,      *
      * and it revalues from the next month-end on.                   *
      *                                                               *
      * The same pairs, signs turned, are written to FXREVRS with     *
      * the shop-standard HDR/TRL bracket. The next month's first     *
      * business day runs this step with FXMODE=REVERSE: the          *
      * bracket is proved, the pairs fold into that night's ADDIN     *
      * dated that night, and FXREVRS is emptied so the reversal      *
      * can never post twice. A revaluation refuses while FXREVRS     *
      * still holds a reversal that never ran.                        *
      *                                                               *
      * FXRPT shows each account's currency, foreign balance, rate,   *
      * old and new base value, and the difference, with the          *
      * night's gains, losses and net; it is kept through             *
      * ReportKeep and the run leaves an audit line.                  *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. FxReval.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select balance-file assign to "BALMSTR"
               organization is indexed
               access mode is sequential
               record key is bal-master-account
               file status is balmstr-status.
           select exchange-rate-file assign to "EXRATES"
               organization is line sequential
               file status is exrates-status.
           select fx-position-file assign to "FXPOS"
               organization is line sequential
               file status is fxpos-status.
           select trans-file assign to "ADDIN"
               organization is sequential
               file status is addin-status.
           select trans-work-file assign to "ADDWRK5"
               organization is sequential
               file status is addwrk-status.
           select reversal-file assign to "FXREVRS"
               organization is sequential
               file status is fxrevrs-status.
           select report-file assign to "FXRPT"
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

      * the daily rates - tonight's is the month's closing rate
       fd  exchange-rate-file.
       01  exchange-rate-record.
           05  xr-currency pic x(3).
           05  xr-rate pic 9(3)v9(6).
           05  xr-rate-date pic x(8).

       fd  fx-position-file.
       01  fx-position-record pic x(31).

      * the live feed and its work copy, in the packed ADDIN layout
      * with the shop-standard control records
       fd  trans-file.
       01  trans-record.
           05  trans-account pic x(8).
           05  trans-dept pic x(3).
           05  trans-code pic x(4).
           05  trans-ref pic 9(7) comp-3.
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

      * next month's reversal, in the same packed layout and bracket
       fd  reversal-file.
       01  reversal-record.
           05  rv-account pic x(8).
           05  rv-dept pic x(3).
           05  rv-code pic x(4).
           05  rv-ref pic 9(7) comp-3.
           05  rv-number1 pic s9(6) comp-3.
           05  rv-number2 pic s9(6) comp-3.
           05  rv-eff-date pic x(8).
           05  rv-contra-account pic x(8).
       01  reversal-header-record.
           05  rvh-record-type pic x(3).
               88  reversal-header value "HDR".
           05  rvh-feed-name pic x(8).
           05  rvh-creation-date pic x(8).
           05  filler pic x(24).
       01  reversal-trailer-record.
           05  rvt-record-type pic x(3).
               88  reversal-trailer value "TRL".
           05  rvt-record-count pic 9(7) comp-3.
           05  rvt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  balmstr-status pic xx.
       01  exrates-status pic xx.
       01  fxpos-status pic xx.
       01  addin-status pic xx.
       01  addwrk-status pic xx.
       01  fxrevrs-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-BALANCE-RECORD".
           copy "WS-FXPOS-RECORD".
           copy "WS-EOF-SWITCH".
       01  trans-eof-switch pic x value "N".
           88  trans-eof value "Y".
       01  work-eof-switch pic x value "N".
           88  work-eof value "Y".
       01  rate-eof-switch pic x value "N".
           88  rate-eof value "Y".
       01  fxpos-eof-switch pic x value "N".
           88  fxpos-eof value "Y".
       01  reversal-eof-switch pic x value "N".
           88  reversal-eof value "Y".
      * FXMODE=REVERSE on the month's first business day; anything
      * else blank is the month-end revaluation
       01  fxmode-value pic x(8) value spaces.
           88  fxmode-revalue value "REVALUE", spaces.
           88  fxmode-reverse value "REVERSE".
      * where the other side of every difference posts
       01  fxglacct-value pic x(8) value spaces.
       01  fx-gl-account pic x(8) value "FXGAINLS".
       01  fxdept-value pic x(3) value spaces.
       01  fx-dept pic x(3) value "ACC".
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
      * tonight's rates, as Add holds them
       01  rate-count pic 9(3) comp-3 value zero.
       01  max-rate-size pic 9(3) comp-3 value 20.
       01  rate-table.
           05  rate-entry occurs 20 times.
               10  xt-currency pic x(3).
               10  xt-rate pic 9(3)v9(6) comp-3.
       01  rx pic 9(3) comp-3.
       01  current-rate pic 9(3)v9(6) comp-3.
       01  rate-ok-switch pic x.
           88  rate-ok value "Y".
      * the positions, loaded whole, revalued, written back whole
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
       01  revalued-tonight-count pic 9(3) comp-3 value zero.
      * one account's figures
       01  old-base-value pic s9(11) comp-3.
       01  new-base-value pic s9(11) comp-3.
       01  revaluation-difference pic s9(11) comp-3.
       01  foreign-balance pic s9(11) comp-3.
       01  account-note pic x(8).
      * the pair records: one record holds number1 + number2, each
      * at most 999999, so a larger difference goes out in pieces
       01  emit-account pic x(8).
       01  emit-remaining pic s9(11) comp-3.
       01  emit-piece pic s9(7) comp-3.
       01  max-record-amount pic 9(7) comp-3 value 1999998.
      * feed rebuild bookkeeping - the new trailers carry these
       01  header-held-switch pic x value "N".
           88  header-held value "Y".
       01  held-header pic x(43).
       01  feed-record-count pic 9(7) comp-3 value zero.
       01  feed-hash-total pic s9(11) comp-3 value zero.
       01  reversal-record-count pic 9(7) comp-3 value zero.
       01  reversal-hash-total pic s9(11) comp-3 value zero.
      * the reversal file as found - its data records tallied
       01  reversal-found-switch pic x value "N".
           88  reversal-found value "Y".
       01  reversal-trailer-switch pic x value "N".
           88  reversal-trailer-found value "Y".
       01  scan-record-count pic 9(7) comp-3 value zero.
       01  scan-hash-total pic s9(11) comp-3 value zero.
       01  scan-trailer-count pic 9(7) comp-3 value zero.
       01  scan-trailer-hash pic s9(11) comp-3 value zero.
       01  scan-created-date pic x(8) value spaces.
      * run bookkeeping
       01  run-date pic x(8).
       01  accounts-read pic 9(7) comp-3 value zero.
       01  accounts-revalued pic 9(5) comp-3 value zero.
       01  accounts-opened pic 9(5) comp-3 value zero.
       01  accounts-no-rate pic 9(5) comp-3 value zero.
       01  records-emitted pic 9(7) comp-3 value zero.
       01  gain-total pic s9(11) comp-3 value zero.
       01  loss-total pic s9(11) comp-3 value zero.
       01  net-total pic s9(11) comp-3 value zero.
       01  aud-accounts pic 9(7).
       01  aud-revalued pic 9(5).
       01  aud-records pic 9(7).
       01  aud-net pic -(9)9.
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "FX Revaluation Report".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  rh2-mode pic x(22).
           05  filler pic x(16) value "Gain/loss acct: ".
           05  rh2-account pic x(8).
           05  filler pic x(8) value "  Dept: ".
           05  rh2-dept pic x(3).
       01  column-heading.
           05  filler pic x(12) value "Account Ccy".
           05  filler pic x(11) value "    Foreign".
           05  filler pic x(11) value "       Rate".
           05  filler pic x(11) value "   Old Base".
           05  filler pic x(11) value "   New Base".
           05  filler pic x(11) value " Difference".
           05  filler pic x(6) value "  Note".
       01  detail-line.
           05  dl-account pic x(8).
           05  filler pic x value space.
           05  dl-currency pic x(3).
           05  dl-foreign pic -(10)9.
           05  filler pic x value space.
           05  dl-rate pic zz9.999999.
           05  dl-old-base pic -(10)9.
           05  dl-new-base pic -(10)9.
           05  dl-difference pic -(10)9.
           05  filler pic x(2) value spaces.
           05  dl-note pic x(8).
       01  reverse-column-heading.
           05  filler pic x(10) value "Account".
           05  filler pic x(6) value "Dept".
           05  filler pic x(6) value "Code".
           05  filler pic x(12) value "      Amount".
       01  reverse-detail-line.
           05  rdl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  rdl-dept pic x(3).
           05  filler pic x(3) value spaces.
           05  rdl-code pic x(4).
           05  filler pic x(2) value spaces.
           05  rdl-amount pic -(10)9.
       01  total-line.
           05  tl-label pic x(30).
           05  tl-amount pic -(10)9.
       01  count-line.
           05  cl-label pic x(30).
           05  cl-count pic z(10)9.
       01  verdict-line pic x(80).
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           accept fxmode-value from environment "FXMODE"
           if not fxmode-revalue and not fxmode-reverse
               display "FxReval: FXMODE " fxmode-value
                   " is not REVALUE or REVERSE"
               move RC-ERROR to return-code
               stop run
           end-if
           accept fxglacct-value from environment "FXGLACCT"
           if fxglacct-value not equal spaces
               move fxglacct-value to fx-gl-account
           end-if
           accept fxdept-value from environment "FXDEPT"
           if fxdept-value not equal spaces
               move fxdept-value to fx-dept
           end-if

           if fxmode-reverse
               perform reverse-last-revaluation
           else
               perform revalue-foreign-balances
           end-if
           stop run.

      *****************************************************************
      * month-end: restate every foreign-currency account             *
      *****************************************************************
       revalue-foreign-balances.
      * the other side must be a real, active base-currency account
      * - a difference posted anywhere else would be a new currency
      * exposure, not its measure
           call "AcctLookup" using fx-gl-account acct-lookup-result
               ws-acct-record
           if not acct-lookup-active or not acct-base-currency
               display "FxReval: FXGLACCT " fx-gl-account
                   " is not an active base-currency account - "
                   "revaluation refused"
               move RC-ERROR to return-code
               stop run
           end-if
           perform load-exchange-rates
           if rate-count equal zero
               display "FxReval: no EXRATES rates on file - "
                   "revaluation refused"
               move RC-ERROR to return-code
               stop run
           end-if
           perform load-fx-positions
      * a second pass on the same night would post the difference
      * again - the master does not move until Add runs
           if revalued-tonight-count is greater than zero
               display "FxReval: FXPOS already revalued for "
                   run-date " - nothing posted"
               move "FxReval" to alert-program-id
               move "WARNING" to alert-severity
               move "ALREADY-REVALUED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
               stop run
           end-if
           perform scan-reversal-file
           if scan-record-count is greater than zero
               display "FxReval: FXREVRS still holds the reversal "
                   "created " scan-created-date " - run FXMODE="
                   "REVERSE before revaluing again"
               move RC-ERROR to return-code
               stop run
           end-if

           perform copy-feed-to-work
           open output reversal-file
           move spaces to reversal-header-record
           move "HDR" to rvh-record-type
           move "FXREVRS" to rvh-feed-name
           move run-date to rvh-creation-date
           write reversal-record from reversal-header-record

           open output report-file
           move "Month-end revaluation" to rh2-mode
           perform start-new-page

           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           open input balance-file
           if balmstr-status not equal "00"
               display "FxReval: unable to open BALMSTR, status "
                   balmstr-status
               close trans-work-file
               close reversal-file
               close report-file
               move RC-ERROR to return-code
               stop run
           end-if
           perform until end-of-file
               read balance-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       perform revalue-one-account
               end-read
           end-perform
           close balance-file
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record

           close trans-work-file
           move "TRL" to rvt-record-type
           move reversal-record-count to rvt-record-count
           move reversal-hash-total to rvt-hash-total
           write reversal-record from reversal-trailer-record
           close reversal-file
      * nothing to post leaves tonight's feed exactly as it was
           if records-emitted is greater than zero
               perform rewrite-feed
           end-if
           perform rewrite-fx-positions

           perform print-revaluation-totals
           close report-file
           move "FXRPT" to keep-report-name
           move page-number to keep-pages
           move accounts-revalued to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-revalue-audit-record
           display "FxReval: " accounts-revalued " account(s) "
               "revalued, " accounts-opened " opened, net "
               aud-net
           if accounts-no-rate is greater than zero
               move "FxReval" to alert-program-id
               move "WARNING" to alert-severity
               move "NO-RATE" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if.

      * one balance master entry - only a live foreign-currency
      * account revalues; closed and base-currency accounts pass
       revalue-one-account.
           move balance-master-record to ws-balance-record
           add 1 to accounts-read
           call "AcctLookup" using bal-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               display "FxReval: account master ACCTMSTR "
                   "unavailable"
               move RC-ERROR to return-code
               stop run
           end-if
           if not acct-lookup-active and not acct-lookup-dormant
               exit paragraph
           end-if
           if acct-base-currency
               exit paragraph
           end-if
           move bal-new to old-base-value
           move spaces to account-note
           perform resolve-account-rate
           perform find-fx-position
           if not rate-ok
               add 1 to accounts-no-rate
               if account-note equal spaces
                   move "NO RATE" to account-note
               end-if
               move zero to current-rate
               move old-base-value to new-base-value
               move zero to revaluation-difference
               if fx-found equal zero
                   move zero to foreign-balance
               else
                   move ft-foreign-balance (fx-found)
                       to foreign-balance
               end-if
               perform print-account-line
               exit paragraph
           end-if
           if fx-found equal zero
               perform open-fx-position
               exit paragraph
           end-if
           move ft-foreign-balance (fx-found) to foreign-balance
           compute new-base-value rounded =
               foreign-balance * current-rate
           compute revaluation-difference =
               new-base-value - old-base-value
           move run-date to ft-revalued-date (fx-found)
           add 1 to accounts-revalued
           if revaluation-difference is greater than zero
               add revaluation-difference to gain-total
           else
               add revaluation-difference to loss-total
           end-if
           add revaluation-difference to net-total
           if revaluation-difference not equal zero
               move bal-account to emit-account
               move revaluation-difference to emit-remaining
               perform emit-revaluation-record
                   until emit-remaining equal zero
               move fx-gl-account to emit-account
               compute emit-remaining = zero - revaluation-difference
               perform emit-revaluation-record
                   until emit-remaining equal zero
           end-if
           perform print-account-line.

      * an account's first month-end: the position opens at the
      * base figure it carries, worked back at tonight's rate - no
      * difference to post until there is a month's movement on it
       open-fx-position.
           if fx-position-count not less than max-fx-position-size
               display "FxReval: FXPOS position table full - "
                   bal-account " not opened"
               add 1 to accounts-no-rate
               move "TBL FULL" to account-note
               move zero to foreign-balance
               move old-base-value to new-base-value
               move zero to revaluation-difference
               perform print-account-line
               exit paragraph
           end-if
           add 1 to fx-position-count
           move fx-position-count to fx-found
           compute foreign-balance rounded =
               old-base-value / current-rate
           move bal-account to ft-account (fx-found)
           move acct-currency to ft-currency (fx-found)
           move foreign-balance to ft-foreign-balance (fx-found)
           move run-date to ft-revalued-date (fx-found)
           add 1 to accounts-opened
           move old-base-value to new-base-value
           move zero to revaluation-difference
           move "OPENED" to account-note
           perform print-account-line.

      * one REVL record onto tonight's feed and its sign-turned twin
      * onto the reversal file - as much of the remaining amount as
      * one record holds
       emit-revaluation-record.
           if emit-remaining is greater than max-record-amount
               move max-record-amount to emit-piece
           else
               if emit-remaining is less than zero - max-record-amount
                   compute emit-piece = zero - max-record-amount
               else
                   move emit-remaining to emit-piece
               end-if
           end-if
           subtract emit-piece from emit-remaining
           move emit-account to trans-account
           move fx-dept to trans-dept
           move "REVL" to trans-code
           move zero to trans-ref
           if emit-piece is greater than 999999
               move 999999 to number1
               compute number2 = emit-piece - 999999
           else
               if emit-piece is less than -999999
                   move -999999 to number1
                   compute number2 = emit-piece + 999999
               else
                   move emit-piece to number1
                   move zero to number2
               end-if
           end-if
           move run-date to trans-eff-date
           move spaces to trans-contra-account
           add 1 to feed-record-count
           add number1 number2 to feed-hash-total
           move trans-record to trans-work-record
           write trans-work-record
           add 1 to records-emitted
           move trans-account to rv-account
           move trans-dept to rv-dept
           move trans-code to rv-code
           move zero to rv-ref
           compute rv-number1 = zero - number1
           compute rv-number2 = zero - number2
           move spaces to rv-eff-date
           move spaces to rv-contra-account
           add 1 to reversal-record-count
           add rv-number1 rv-number2 to reversal-hash-total
           write reversal-record.

      * the rate in force for this account's currency, off tonight's
      * EXRATES - no rate means the account is listed, not guessed
       resolve-account-rate.
           move "N" to rate-ok-switch
           move zero to current-rate
           perform varying rx from 1 by 1
                   until rx is greater than rate-count
               if xt-currency (rx) equal acct-currency
                   move xt-rate (rx) to current-rate
                   move "Y" to rate-ok-switch
                   move rate-count to rx
               end-if
           end-perform
           if rate-ok and current-rate equal zero
               move "N" to rate-ok-switch
           end-if.

       find-fx-position.
           move zero to fx-found
           perform varying fx from 1 by 1
                   until fx is greater than fx-position-count
               if ft-account (fx) equal bal-account
                   move fx to fx-found
                   move fx-position-count to fx
               end-if
           end-perform
      * an account moved to another currency since its position
      * opened cannot be restated off the old one
           if fx-found is greater than zero
               if ft-currency (fx-found) not equal acct-currency
                   display "FxReval: " bal-account " kept in "
                       acct-currency " but FXPOS holds "
                       ft-currency (fx-found)
                   move "N" to rate-ok-switch
                   move "CCY DIFF" to account-note
               end-if
           end-if.

       load-exchange-rates.
           open input exchange-rate-file
           if exrates-status equal "00"
               perform until rate-eof
                   read exchange-rate-file
                       at end
                           move "Y" to rate-eof-switch
                       not at end
                           if xr-rate is numeric
                               and rate-count is less than
                                   max-rate-size
                               add 1 to rate-count
                               move xr-currency
                                   to xt-currency (rate-count)
                               move xr-rate
                                   to xt-rate (rate-count)
                               if xr-rate-date not equal run-date
                                   display "FxReval: EXRATES rate "
                                       "for " xr-currency " dated "
                                       xr-rate-date " - not "
                                       "tonight's rate"
                               end-if
                           end-if
                   end-read
               end-perform
               close exchange-rate-file
           end-if.

      * the positions off FXPOS - none on file just means no
      * account has been revalued yet
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
               display "FxReval: FXPOS position table full - "
                   fp-account " not loaded"
               exit paragraph
           end-if
           add 1 to fx-position-count
           move fp-account to ft-account (fx-position-count)
           move fp-currency to ft-currency (fx-position-count)
           move fp-foreign-balance
               to ft-foreign-balance (fx-position-count)
           move fp-revalued-date
               to ft-revalued-date (fx-position-count)
           if fp-revalued-date equal run-date
               add 1 to revalued-tonight-count
           end-if.

       rewrite-fx-positions.
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

      *****************************************************************
      * first business day: post last month-end's reversal            *
      *****************************************************************
       reverse-last-revaluation.
           open output report-file
           move "Reversal of month-end" to rh2-mode
           perform start-new-page
           perform scan-reversal-file
           if scan-record-count equal zero
               display "FxReval: no revaluation waiting on FXREVRS - "
                   "nothing to reverse"
               move "Nothing to reverse - FXREVRS empty or absent"
                   to verdict-line
               move verdict-line to report-line
               perform write-report-line
               perform finish-reverse-report
               move RC-SUCCESS to return-code
               exit paragraph
           end-if
      * the reversal is proved against its own bracket before any
      * of it goes near the feed
           if not reversal-trailer-found
                   or scan-trailer-count not equal scan-record-count
                   or scan-trailer-hash not equal scan-hash-total
               display "FxReval: FXREVRS fails its trailer check - "
                   "reversal refused"
               move "FXREVRS fails its trailer check - refused"
                   to verdict-line
               move verdict-line to report-line
               perform write-report-line
               move zero to records-emitted
               perform finish-reverse-report
               move RC-ERROR to return-code
               exit paragraph
           end-if

           perform copy-feed-to-work
           move reverse-column-heading to report-line
           perform write-report-line
           move "N" to reversal-eof-switch
           open input reversal-file
           perform until reversal-eof
               read reversal-file
                   at end
                       move "Y" to reversal-eof-switch
                   not at end
                       perform fold-one-reversal-record
               end-read
           end-perform
           close reversal-file
           close trans-work-file
           perform rewrite-feed
      * emptied once it is in the feed - a rerun finds nothing
           open output reversal-file
           close reversal-file

           move spaces to report-line
           perform write-report-line
           move spaces to verdict-line
           string "Reversal created " scan-created-date
               " folded into ADDIN"
               delimited by size into verdict-line
           move verdict-line to report-line
           perform write-report-line
           perform finish-reverse-report
           display "FxReval: " records-emitted " reversal "
               "record(s) folded into ADDIN"
           move RC-SUCCESS to return-code.

      * a data record goes onto the feed dated tonight - the month
      * it was created for may be closed by now
       fold-one-reversal-record.
           if reversal-header or reversal-trailer
               exit paragraph
           end-if
           move reversal-record to trans-record
           move run-date to trans-eff-date
           add 1 to feed-record-count
           add number1 number2 to feed-hash-total
           move trans-record to trans-work-record
           write trans-work-record
           add 1 to records-emitted
           add number1 number2 to net-total
           move trans-account to rdl-account
           move trans-dept to rdl-dept
           move trans-code to rdl-code
           compute rdl-amount = number1 + number2
           move reverse-detail-line to report-line
           perform write-report-line.

       finish-reverse-report.
           close report-file
           move "FXRPT" to keep-report-name
           move page-number to keep-pages
           move records-emitted to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-reverse-audit-record.

      * the reversal file as it stands - its data records counted
      * and hashed, and its trailer's own figures
       scan-reversal-file.
           move zero to scan-record-count
           move zero to scan-hash-total
           move "N" to reversal-trailer-switch
           move "N" to reversal-eof-switch
           open input reversal-file
           if fxrevrs-status not equal "00"
               exit paragraph
           end-if
           move "Y" to reversal-found-switch
           perform until reversal-eof
               read reversal-file
                   at end
                       move "Y" to reversal-eof-switch
                   not at end
                       perform scan-one-reversal-record
               end-read
           end-perform
           close reversal-file.

       scan-one-reversal-record.
           evaluate true
               when reversal-header
                   move rvh-creation-date to scan-created-date
               when reversal-trailer
                   move "Y" to reversal-trailer-switch
                   move rvt-record-count to scan-trailer-count
                   move rvt-hash-total to scan-trailer-hash
               when other
                   add 1 to scan-record-count
                   if rv-number1 is numeric and rv-number2 is numeric
                       add rv-number1 rv-number2 to scan-hash-total
                   end-if
           end-evaluate.

      *****************************************************************
      * the fold into tonight's ADDIN - StandOrder's pattern          *
      *****************************************************************
      * the existing feed's header and data records onto the work
      * file, counting and hashing the data so the rebuilt trailer
      * still proves the whole file. No ADDIN on file just means
      * the revaluation records are the feed tonight.
       copy-feed-to-work.
           open output trans-work-file
           open input trans-file
           if addin-status not equal "00"
               display "FxReval: no ADDIN on file - revaluation "
                   "records form the feed"
               exit paragraph
           end-if
           perform until trans-eof
               read trans-file
                   at end
                       move "Y" to trans-eof-switch
                   not at end
                       perform copy-one-feed-record
               end-read
           end-perform
           close trans-file.

       copy-one-feed-record.
           evaluate true
               when feed-header
                   move trans-record to held-header
                   move "Y" to header-held-switch
               when feed-trailer
                   continue
               when other
                   add 1 to feed-record-count
                   if number1 is numeric and number2 is numeric
                       add number1 number2 to feed-hash-total
                   end-if
                   move trans-record to trans-work-record
                   write trans-work-record
           end-evaluate.

      * the work file back out as the new ADDIN: header (original
      * or fresh), data records, fresh trailer
       rewrite-feed.
           move "N" to work-eof-switch
           open input trans-work-file
           open output trans-file
           if header-held
               move held-header to trans-record
               write trans-record
           else
               move spaces to trans-header-record
               move "HDR" to th-record-type
               move "ADDIN" to th-feed-name
               move run-date to th-creation-date
               write trans-record from trans-header-record
           end-if
           perform until work-eof
               read trans-work-file
                   at end
                       move "Y" to work-eof-switch
                   not at end
                       move trans-work-record to trans-record
                       write trans-record
               end-read
           end-perform
           move "TRL" to tt-record-type
           move feed-record-count to tt-record-count
           move feed-hash-total to tt-hash-total
           write trans-record from trans-trailer-record
           close trans-work-file
           close trans-file.

      *****************************************************************
      * report                                                        *
      *****************************************************************
       print-account-line.
           move bal-account to dl-account
           move acct-currency to dl-currency
           move foreign-balance to dl-foreign
           move current-rate to dl-rate
           move old-base-value to dl-old-base
           move new-base-value to dl-new-base
           move revaluation-difference to dl-difference
           move account-note to dl-note
           move detail-line to report-line
           perform write-report-line.

       print-revaluation-totals.
           move spaces to report-line
           perform write-report-line
           move "Accounts revalued:" to cl-label
           move accounts-revalued to cl-count
           move count-line to report-line
           perform write-report-line
           move "Positions opened:" to cl-label
           move accounts-opened to cl-count
           move count-line to report-line
           perform write-report-line
           move "Accounts with no rate:" to cl-label
           move accounts-no-rate to cl-count
           move count-line to report-line
           perform write-report-line
           move "Unrealized gains:" to tl-label
           move gain-total to tl-amount
           move total-line to report-line
           perform write-report-line
           move "Unrealized losses:" to tl-label
           move loss-total to tl-amount
           move total-line to report-line
           perform write-report-line
           move "Net revaluation:" to tl-label
           move net-total to tl-amount
           move total-line to report-line
           perform write-report-line
           move spaces to verdict-line
           if records-emitted is greater than zero
               move records-emitted to aud-records
               string aud-records " REVL record(s) folded into "
                   "ADDIN - reversal held on FXREVRS"
                   delimited by size into verdict-line
           else
               move "No difference to post - ADDIN left as it was"
                   to verdict-line
           end-if
           move spaces to report-line
           perform write-report-line
           move verdict-line to report-line
           perform write-report-line.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move fx-gl-account to rh2-account
           move fx-dept to rh2-dept
           move report-heading-2 to report-line
           write report-line
           move spaces to report-line
           write report-line
           if fxmode-revalue
               move column-heading to report-line
               write report-line
           end-if
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

      *****************************************************************
      * audit                                                         *
      *****************************************************************
       write-revalue-audit-record.
           move spaces to ws-audit-record
           move accounts-read to aud-accounts
           move accounts-revalued to aud-revalued
           move net-total to aud-net
           string "Revalue accts: " aud-accounts
               delimited by size into aud-input-summary
           string "Reval: " aud-revalued " Net: " aud-net
               delimited by size into aud-result-summary
           perform write-audit-record.

       write-reverse-audit-record.
           move spaces to ws-audit-record
           move records-emitted to aud-records
           move net-total to aud-net
           string "Reverse FXREVRS " scan-created-date
               delimited by size into aud-input-summary
           string "Rev: " aud-records " Net: " aud-net
               delimited by size into aud-result-summary
           perform write-audit-record.

      * one line per run on the shared audit trail
       write-audit-record.
           move "FxReval" to aud-program-id
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

       end program FxReval.
