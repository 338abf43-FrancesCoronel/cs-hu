      *****************************************************************
      *                                                               *
      * IntAccrue                                                     *
      *                                                               *
      * The nightly interest accrual. Accounting used to work the     *
      * month's interest out by hand off the TRIALRPT paper; this     *
      * step does it by machine, one night at a time. Every account   *
      * on the balance master is checked against the indexed account  *
      * master, and each active account accrues on its closing        *
      * bal-new at its class's annual rate off the INTRATE control    *
      * file (one line per account class, class ** the default -      *
      * same convention as TOLCTL and SVCRATE). A credit balance      *
      * earns; an overdrawn balance is charged at the same rate.      *
      *                                                               *
      * A night's accrual covers every calendar day up to the next    *
      * business day, so Friday's run carries the weekend - split at  *
      * the month boundary, so days that fall in next month accrue    *
      * on a record dated into next month and capitalize with it.     *
      *                                                               *
      * Each night's accruals go onto the persistent accrual ledger   *
      * (ACCRLDG), one record per account per value date, streamed    *
      * through a work file like BALHIST. A rerun of the same         *
      * processing date replaces the date's records instead of        *
      * doubling them, and un-capitalizes anything the first pass     *
      * capitalized.                                                  *
      *                                                               *
      * On the last business day of the month (or INTCAP=Y), the      *
      * month's open accruals per account are capitalized: rounded    *
      * to whole units and written as a packed ADDIN-format feed      *
      * (INTADDIN) with the shop-standard HDR/TRL bracket and hash    *
      * total - same shape as SvcCharge's SVCADDIN - for Add to post  *
      * as a correction-cycle input. Interest posts as ADJ, signed,   *
      * to the INTDEPT department (JCL PARM / environment variable),  *
      * default ACC. The ledger records of every account that went    *
      * onto the feed flip to capitalized; an account refused as too  *
      * large, dropped from a full month table, or whose interest     *
      * rounds to nothing keeps its lines open.                       *
      *                                                               *
      * The accrual report (INTRPT) shows each account's month-to-    *
      * date day count, average balance, rate, and accrued amount.    *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. IntAccrue.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select balance-file assign to "BALMSTR"
               organization is indexed
               access mode is sequential
               record key is bal-master-account
               file status is balmstr-status.
           select rate-file assign to "INTRATE"
               organization is line sequential
               file status is intrate-status.
           select calendar-file assign to "CALENDAR"
               organization is line sequential
               file status is calendar-status.
           select ledger-file assign to "ACCRLDG"
               organization is line sequential
               file status is accrldg-status.
           select ledger-work-file assign to "ACCRLWRK"
               organization is line sequential
               file status is accrlwrk-status.
           select capital-file assign to "INTADDIN"
               organization is sequential
               file status is intaddin-status.
           select report-file assign to "INTRPT"
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
       fd  balance-file.
       01  balance-master-record.
           05  bal-master-account pic x(8).
           05  bal-master-balances pic x(30).

      * the rate control file - one line per account class with the
      * class's annual rate as a percentage (050000 is 5.0000%);
      * class ** is the default
       fd  rate-file.
       01  rate-record.
           05  ir-class pic x(2).
           05  ir-rate pic 9(2)v9(4).

      * the business calendar - one yyyymmdd bank holiday per line,
      * same file DailyBatch reads
       fd  calendar-file.
       01  calendar-record pic x(8).

      * the persistent accrual ledger, and its work file
       fd  ledger-file.
       01  ledger-record pic x(66).

       fd  ledger-work-file.
       01  ledger-work-record pic x(66).

      * the capitalization feed, in the packed ADDIN layout with the
      * shop-standard control records - same shape as SVCADDIN
       fd  capital-file.
       01  capital-record.
           05  cap-account pic x(8).
           05  cap-dept pic x(3).
           05  cap-code pic x(4).
           05  cap-ref pic 9(7) comp-3.
           05  cap-number1 pic s9(6) comp-3.
           05  cap-number2 pic s9(6) comp-3.
           05  cap-eff-date pic x(8).
           05  cap-contra-account pic x(8).
       01  capital-header-record.
           05  cph-record-type pic x(3).
           05  cph-feed-name pic x(8).
           05  cph-creation-date pic x(8).
           05  filler pic x(24).
       01  capital-trailer-record.
           05  cpt-record-type pic x(3).
           05  cpt-record-count pic 9(7) comp-3.
           05  cpt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

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
       01  intrate-status pic xx.
       01  calendar-status pic xx.
       01  accrldg-status pic xx.
       01  accrlwrk-status pic xx.
       01  intaddin-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
           copy "WS-BALANCE-RECORD".
           copy "WS-EOF-SWITCH".
       01  rate-eof-switch pic x value "N".
           88  rate-eof value "Y".
       01  ledger-eof-switch pic x value "N".
           88  ledger-eof value "Y".
      * one accrual ledger line: the processing date that wrote it
      * (the rerun-replace key), the first calendar day it covers
      * (its month decides which capitalization takes it), the
      * account, how many days it covers, the balance and rate it
      * accrued on, the accrued amount to six places, and whether
      * it has been capitalized yet and on what date
       01  ws-ledger-record.
           05  al-run-date pic x(8).
           05  al-value-date pic x(8).
           05  al-account pic x(8).
           05  al-days pic 9(3).
           05  al-balance pic s9(9) sign is trailing separate.
           05  al-rate pic 9(2)v9(4).
           05  al-accrued pic s9(7)v9(6) sign is trailing separate.
           05  al-status pic x.
               88  al-open value "O", " ".
               88  al-capitalized value "K".
           05  al-cap-date pic x(8).
      * the classes loaded from INTRATE - class ** is the default
      * entry; no file at all means no rate card, and nothing
      * accrues tonight, loudly
       01  rate-count pic 9(3) comp-3 value zero.
       01  max-rate-size pic 9(3) comp-3 value 20.
       01  rate-table.
           05  rate-entry occurs 20 times.
               10  rt-class pic x(2).
               10  rt-rate pic 9(2)v9(4).
       01  t pic 9(3) comp-3.
       01  effective-rate pic 9(2)v9(4).
       01  rate-found-switch pic x.
           88  rate-found value "Y".
       01  rate-card-switch pic x value "Y".
           88  rate-card-on-file value "Y".
      * the calendar walk: the next business day after tonight
      * bounds the night's accrual, and whether it falls in next
      * month says tonight is the month's last business day
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
       01  run-date pic x(8).
       01  run-month pic x(6).
       01  run-date-integer pic 9(7) comp-3.
       01  next-business-integer pic 9(7) comp-3.
       01  next-month-integer pic 9(7) comp-3.
       01  next-month-first.
           05  nmf-year pic 9(4).
           05  nmf-month pic 9(2).
           05  nmf-day pic 9(2) value 1.
       01  next-month-first-x redefines next-month-first pic x(8).
       01  days-this-month pic 9(3) comp-3.
       01  days-next-month pic 9(3) comp-3.
      * INTCAP=Y capitalizes tonight whatever the calendar says - for
      * a month-end that has to be rerun off the last business day
       01  intcap-value pic x value "N".
           88  capitalize-forced value "Y".
       01  capitalize-switch pic x value "N".
           88  capitalize-tonight value "Y".
      * the interest department off the JCL PARM
       01  intdept-value pic x(3).
      * the month's accruals per account, gathered as the ledger
      * streams through - the report and the capitalization both
      * come off this table
       01  ma-count pic 9(5) comp-3 value zero.
       01  max-ma-size pic 9(5) comp-3 value 2000.
       01  month-accrual-table.
           05  ma-entry occurs 1 to 2000 times
                   depending on ma-count.
               10  ma-account pic x(8).
               10  ma-days pic 9(5) comp-3.
               10  ma-balance-days pic s9(13) comp-3.
               10  ma-rate pic 9(2)v9(4).
               10  ma-accrued pic s9(9)v9(6) comp-3.
               10  ma-open-accrued pic s9(9)v9(6) comp-3.
               10  ma-capital-switch pic x.
                   88  ma-capitalized value "Y".
       01  ma pic 9(5) comp-3.
       01  ma-idx pic 9(5) comp-3.
       01  ma-dropped-count pic 9(5) comp-3 value zero.
      * capitalized ledger lines age off after this many days - the
      * year-end still has the whole year on file
       01  ledger-retain-days pic 9(3) comp-3 value 400.
       01  ledger-date-integer pic 9(7) comp-3.
      * generation bookkeeping
       01  accounts-read pic 9(7) comp-3 value zero.
       01  accounts-accrued pic 9(7) comp-3 value zero.
       01  skipped-count pic 9(7) comp-3 value zero.
       01  records-carried pic 9(7) comp-3 value zero.
       01  records-replaced pic 9(7) comp-3 value zero.
       01  records-aged pic 9(7) comp-3 value zero.
       01  night-accrued pic s9(9)v9(6) comp-3 value zero.
       01  month-accrued pic s9(9)v9(6) comp-3 value zero.
       01  capitals-written pic 9(7) comp-3 value zero.
       01  capital-rejects pic 9(7) comp-3 value zero.
       01  capital-total pic s9(9) comp-3 value zero.
       01  capital-amount pic s9(9) comp-3.
       01  capital-rest pic s9(9) comp-3.
       01  feed-hash pic s9(11) comp-3 value zero.
       01  average-balance pic s9(9) comp-3.
       01  aud-accounts pic 9(7).
       01  aud-capitals pic 9(7).
       01  aud-accrued pic -(7)9.99.
      * the account's class off the indexed master
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Interest Accrual Report".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  filler pic x(16) value "Month to date:  ".
           05  rh2-month pic x(6).
           05  filler pic x(4) value spaces.
           05  rh2-verdict pic x(40).
       01  column-heading.
           05  filler pic x(10) value "Account".
           05  filler pic x(6) value "  Days".
           05  filler pic x(14) value "   Avg Balance".
           05  filler pic x(10) value "    Rate %".
           05  filler pic x(15) value "        Accrued".
           05  filler pic x(12) value "  Capitalize".
       01  detail-line.
           05  dl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-days pic zzzz9.
           05  filler pic x(2) value spaces.
           05  dl-average pic -(10)9.
           05  filler pic x(2) value spaces.
           05  dl-rate pic z9.9999.
           05  filler pic x(2) value spaces.
           05  dl-accrued pic -(7)9.999999.
           05  filler pic x(2) value spaces.
           05  dl-capital pic -(8)9.
       01  total-line-1.
           05  filler pic x(24) value "Accounts accrued:       ".
           05  tl1-count pic zzzzzz9.
       01  total-line-2.
           05  filler pic x(24) value "Accounts skipped:       ".
           05  tl2-count pic zzzzzz9.
       01  total-line-3.
           05  filler pic x(24) value "Accrued tonight:        ".
           05  tl3-amount pic -(8)9.999999.
       01  total-line-4.
           05  filler pic x(24) value "Accrued month to date:  ".
           05  tl4-amount pic -(8)9.999999.
       01  total-line-5.
           05  filler pic x(24) value "Capitalized to INTADDIN:".
           05  tl5-count pic zzzzzz9.
           05  filler pic x(10) value "  amount  ".
           05  tl5-amount pic -(8)9.

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move run-date (1:6) to run-month
           compute run-date-integer =
               function integer-of-date (function numval (run-date))
           move spaces to intdept-value
           accept intdept-value from environment "INTDEPT"
           if intdept-value equal spaces
               move "ACC" to intdept-value
           end-if
           perform load-rate-control
           perform load-holiday-calendar
           perform set-accrual-window
           accept intcap-value from environment "INTCAP"
           if capitalize-forced
               move "Y" to capitalize-switch
           end-if
           if capitalize-tonight
               display "IntAccrue: capitalizing the accruals for "
                   run-month
           end-if

           perform build-work-file
           if rate-card-on-file
               perform accrue-all-accounts
           end-if
           close ledger-work-file

           open output report-file
           perform start-new-page
           perform print-month-accruals
           if capitalize-tonight
               perform write-capital-feed
           end-if
           perform print-totals
           close report-file
           perform rewrite-ledger-file

           perform write-audit-record
           display "IntAccrue: " accounts-accrued " account(s) "
               "accrued, " skipped-count " skipped, "
               capitals-written " capitalized"
           if not rate-card-on-file
               or ma-dropped-count is greater than zero
               or capital-rejects is greater than zero
               move "IntAccrue" to alert-program-id
               move "WARNING" to alert-severity
               move "ACCRUAL-PROBLEM" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the rate card off INTRATE - no file means nobody has said
      * what to pay, so nothing accrues tonight; the ledger still
      * rolls and a month-end still capitalizes what is on it
       load-rate-control.
           open input rate-file
           if intrate-status not equal "00"
               display "IntAccrue: INTRATE not on file - no rate "
                   "card, nothing accrues tonight"
               move "N" to rate-card-switch
               exit paragraph
           end-if
           perform until rate-eof
               read rate-file
                   at end
                       move "Y" to rate-eof-switch
                   not at end
                       if ir-rate is numeric
                           and rate-count is less than max-rate-size
                           add 1 to rate-count
                           move ir-class to rt-class (rate-count)
                           move ir-rate to rt-rate (rate-count)
                       end-if
               end-read
           end-perform
           close rate-file.

      * the rate in force for this class, falling back to the **
      * default entry - a class with no row and no default accrues
      * nothing rather than a guess
       resolve-rate-class.
           move "N" to rate-found-switch
           move zero to effective-rate
           perform varying t from 1 by 1
                   until t is greater than rate-count
               if rt-class (t) equal "**"
                   move rt-rate (t) to effective-rate
                   move "Y" to rate-found-switch
               end-if
           end-perform
           perform varying t from 1 by 1
                   until t is greater than rate-count
               if rt-class (t) equal acct-class
                   and rt-class (t) not equal "**"
                   move rt-rate (t) to effective-rate
                   move "Y" to rate-found-switch
                   move rate-count to t
               end-if
           end-perform.

      * tonight's accrual window: from tonight up to the next
      * business day, cut at the first of next month - the days past
      * the cut belong to next month's capitalization. A next
      * business day in next month makes tonight the last business
      * day of this one.
       set-accrual-window.
           move run-date-integer to candidate-integer
           move "N" to business-day-switch
           perform until business-day
               add 1 to candidate-integer
               compute candidate-date =
                   function date-of-integer (candidate-integer)
               perform check-business-day
           end-perform
           move candidate-integer to next-business-integer
           move run-date (1:4) to nmf-year
           move run-date (5:2) to nmf-month
           if nmf-month equal 12
               add 1 to nmf-year
               move 1 to nmf-month
           else
               add 1 to nmf-month
           end-if
           compute next-month-integer = function integer-of-date
               (function numval (next-month-first-x))
           if next-business-integer is greater than
                   next-month-integer
               compute days-this-month =
                   next-month-integer - run-date-integer
               compute days-next-month =
                   next-business-integer - next-month-integer
           else
               compute days-this-month =
                   next-business-integer - run-date-integer
               move zero to days-next-month
           end-if
           if next-business-integer is not less than
                   next-month-integer
               move "Y" to capitalize-switch
           end-if.

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

      * prior nights' ledger lines stream onto the work file; any
      * already on file for tonight's processing date drop here, so
      * a FORCEd rerun cannot double the night, and anything an
      * earlier pass of tonight capitalized opens again
       build-work-file.
           open output ledger-work-file
           open input ledger-file
           if accrldg-status equal "00"
               perform until ledger-eof
                   read ledger-file
                       at end
                           move "Y" to ledger-eof-switch
                       not at end
                           perform carry-one-ledger-record
                   end-read
               end-perform
               close ledger-file
           end-if.

       carry-one-ledger-record.
           move ledger-record to ws-ledger-record
           if al-run-date equal run-date
               add 1 to records-replaced
               exit paragraph
           end-if
           if al-capitalized and al-cap-date equal run-date
               move "O" to al-status
               move spaces to al-cap-date
           end-if
           if al-capitalized and al-value-date is numeric
               compute ledger-date-integer = function integer-of-date
                   (function numval (al-value-date))
               if run-date-integer - ledger-date-integer
                       is greater than ledger-retain-days
                   add 1 to records-aged
                   exit paragraph
               end-if
           end-if
           perform gather-month-accrual
           move ws-ledger-record to ledger-work-record
           write ledger-work-record
           add 1 to records-carried.

      * every account on the balance master: active ones accrue on
      * their closing balance; closed or unknown accounts take no
      * interest, and a zero balance or rate accrues nothing
       accrue-all-accounts.
           open input balance-file
           if balmstr-status not equal "00"
               display "IntAccrue: unable to open BALMSTR, "
                   "status " balmstr-status
               close ledger-work-file
               move RC-ERROR to return-code
               stop run
           end-if
      * every balance looks up its account - the master is held
      * open for the pass
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform until end-of-file
               read balance-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       perform accrue-one-account
               end-read
           end-perform
           close balance-file
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record.

       accrue-one-account.
           move balance-master-record to ws-balance-record
           add 1 to accounts-read
           call "AcctLookup" using bal-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               display "IntAccrue: account master ACCTMSTR "
                   "unavailable"
               close ledger-work-file
               move RC-ERROR to return-code
               stop run
           end-if
           if not acct-lookup-active
               add 1 to skipped-count
               exit paragraph
           end-if
           perform resolve-rate-class
           if not rate-found
               or effective-rate is equal to zero
               or bal-new is equal to zero
               add 1 to skipped-count
               exit paragraph
           end-if
           add 1 to accounts-accrued
           move run-date to al-value-date
           move days-this-month to al-days
           perform write-one-accrual
           if days-next-month is greater than zero
               move next-month-first-x to al-value-date
               move days-next-month to al-days
               perform write-one-accrual
           end-if.

      * one ledger line: balance times the annual percentage rate,
      * pro rata over the days the line covers on a 365-day year
       write-one-accrual.
           move run-date to al-run-date
           move bal-account to al-account
           move bal-new to al-balance
           move effective-rate to al-rate
           compute al-accrued rounded =
               bal-new * effective-rate * al-days / 36500
           move "O" to al-status
           move spaces to al-cap-date
           add al-accrued to night-accrued
           perform gather-month-accrual
           move ws-ledger-record to ledger-work-record
           write ledger-work-record.

      * a line whose value date falls in tonight's month counts
      * toward the account's month-to-date figures; only its still
      * open amount is there to capitalize
       gather-month-accrual.
           if al-value-date (1:6) not equal run-month
               exit paragraph
           end-if
           move zero to ma-idx
           perform varying ma from 1 by 1
                   until ma is greater than ma-count
               if ma-account (ma) equal al-account
                   move ma to ma-idx
                   move ma-count to ma
               end-if
           end-perform
           if ma-idx is equal to zero
               if ma-count is equal to max-ma-size
                   add 1 to ma-dropped-count
                   display "IntAccrue: month accrual table full - "
                       "account " al-account " not reported"
                   exit paragraph
               end-if
               add 1 to ma-count
               move ma-count to ma-idx
               move al-account to ma-account (ma-idx)
               move zero to ma-days (ma-idx)
               move zero to ma-balance-days (ma-idx)
               move zero to ma-accrued (ma-idx)
               move zero to ma-open-accrued (ma-idx)
               move "N" to ma-capital-switch (ma-idx)
           end-if
           add al-days to ma-days (ma-idx)
           compute ma-balance-days (ma-idx) =
               ma-balance-days (ma-idx) + al-balance * al-days
           move al-rate to ma-rate (ma-idx)
           add al-accrued to ma-accrued (ma-idx)
           add al-accrued to month-accrued
           if al-open
               add al-accrued to ma-open-accrued (ma-idx)
           end-if.

      * the month-to-date listing, one line per account - on a
      * capitalization night the whole-unit amount going to the feed
      * prints beside it
       print-month-accruals.
           perform varying ma from 1 by 1
                   until ma is greater than ma-count
               move ma-account (ma) to dl-account
               move ma-days (ma) to dl-days
               if ma-days (ma) is greater than zero
                   compute average-balance rounded =
                       ma-balance-days (ma) / ma-days (ma)
               else
                   move zero to average-balance
               end-if
               move average-balance to dl-average
               move ma-rate (ma) to dl-rate
               move ma-accrued (ma) to dl-accrued
               if capitalize-tonight
                   compute capital-amount rounded =
                       ma-open-accrued (ma)
                   move capital-amount to dl-capital
               else
                   move zero to dl-capital
               end-if
               move detail-line to report-line
               perform write-report-line
           end-perform.

      * the month's open accruals, one whole-unit ADJ per account,
      * bracketed HDR/TRL for Add - an amount too large for the
      * feed's two packed halves rejects instead of posting short
       write-capital-feed.
           open output capital-file
           move spaces to capital-header-record
           move "HDR" to cph-record-type
           move "INTADDIN" to cph-feed-name
           move run-date to cph-creation-date
           write capital-record from capital-header-record
           perform varying ma from 1 by 1
                   until ma is greater than ma-count
               compute capital-amount rounded = ma-open-accrued (ma)
               if capital-amount not equal zero
                   perform write-one-capital
               end-if
           end-perform
           move "TRL" to cpt-record-type
           move capitals-written to cpt-record-count
           move feed-hash to cpt-hash-total
           write capital-record from capital-trailer-record
           close capital-file.

       write-one-capital.
           if capital-amount is greater than 1999998
               or capital-amount is less than -1999998
               add 1 to capital-rejects
               display "IntAccrue: reject - capitalization for "
                   ma-account (ma) " too large for one feed item"
               move "CAPITAL-TOO-LARGE" to rej-reason
               move spaces to rej-detail
               string "Interest for " ma-account (ma)
                   " exceeds one feed item"
                   delimited by size into rej-detail
               perform write-reject-record
               exit paragraph
           end-if
           move zero to capital-rest
           if capital-amount is greater than 999999
               compute capital-rest = capital-amount - 999999
               move 999999 to capital-amount
           end-if
           if capital-amount is less than -999999
               compute capital-rest = capital-amount + 999999
               move -999999 to capital-amount
           end-if
           move ma-account (ma) to cap-account
           move intdept-value to cap-dept
           move "ADJ" to cap-code
           move zero to cap-ref
           move capital-amount to cap-number1
           move capital-rest to cap-number2
           move run-date to cap-eff-date
           move spaces to cap-contra-account
           write capital-record
           move "Y" to ma-capital-switch (ma)
           add 1 to capitals-written
           add cap-number1 cap-number2 to capital-total
           add cap-number1 cap-number2 to feed-hash.

       print-totals.
           move spaces to report-line
           perform write-report-line
           move accounts-accrued to tl1-count
           move total-line-1 to report-line
           perform write-report-line
           move skipped-count to tl2-count
           move total-line-2 to report-line
           perform write-report-line
           move night-accrued to tl3-amount
           move total-line-3 to report-line
           perform write-report-line
           move month-accrued to tl4-amount
           move total-line-4 to report-line
           perform write-report-line
           if capitalize-tonight
               move capitals-written to tl5-count
               move capital-total to tl5-amount
               move total-line-5 to report-line
               perform write-report-line
           end-if.

      * the work file back as the new ACCRLDG - on a capitalization
      * night the month's open lines of each account written to
      * INTADDIN flip to capitalized on the way, stamped with
      * tonight's date so a rerun can open them again. An abend
      * mid-build leaves the old ledger intact.
       rewrite-ledger-file.
           move "N" to ledger-eof-switch
           open input ledger-work-file
           open output ledger-file
           perform until ledger-eof
               read ledger-work-file
                   at end
                       move "Y" to ledger-eof-switch
                   not at end
                       move ledger-work-record to ws-ledger-record
                       if capitalize-tonight
                           and al-open
                           and al-value-date (1:6) equal run-month
                           perform find-capitalized-account
                           if ma-idx is greater than zero
                               move "K" to al-status
                               move run-date to al-cap-date
                           end-if
                       end-if
                       move ws-ledger-record to ledger-record
                       write ledger-record
               end-read
           end-perform
           close ledger-work-file
           close ledger-file.

      * the ledger line's account among those written to the feed -
      * ma-idx zero when it was not
       find-capitalized-account.
           move zero to ma-idx
           perform varying ma from 1 by 1
                   until ma is greater than ma-count
               if ma-account (ma) equal al-account
                   if ma-capitalized (ma)
                       move ma to ma-idx
                   end-if
                   move ma-count to ma
               end-if
           end-perform.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move run-month to rh2-month
           if capitalize-tonight
               move "capitalized tonight to INTADDIN"
                   to rh2-verdict
           else
               move "accruing" to rh2-verdict
           end-if
           move report-heading-2 to report-line
           write report-line
           move spaces to report-line
           write report-line
           move column-heading to report-line
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
           move "IntAccrue" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move accounts-read to aud-accounts
           move capitals-written to aud-capitals
           move night-accrued to aud-accrued
           string "Accts: " aud-accounts
               delimited by size into aud-input-summary
           string "Accr: " aud-accrued " Cap: " aud-capitals
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
           move "IntAccrue" to rej-program-id
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

       end program IntAccrue.
