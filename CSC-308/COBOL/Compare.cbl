           select accepted-file assign to "ACCDIFF"
               organization is line sequential
               file status is accdiff-status.
      * ledger mode (CMPMODE=LEDGER): the subledger leg comes off our
      * own balance master instead of the feed - the shadow cycle
      * reads the shadow master Add just posted
           select balance-file assign to dynamic balmstr-name
               organization is indexed
               access mode is dynamic
               record key is bal-master-account
               file status is balmstr-status.
           select ledger-report-file assign to dynamic cmplrpt-name
               organization is line sequential
               file status is cmplrpt-status.

       data division.
       file section.
           05  ad-approver pic x(8).
           05  ad-expiry pic x(8).

      * the balance master, read by account for the subledger leg
      * and then end to end for the accounts CMPIN never mentioned
       fd  balance-file.
       01  balance-master-record.
           05  bal-master-account pic x(8).
           05  bal-master-prior pic s9(9)
                   sign is trailing separate.
           05  bal-master-activity pic s9(9)
                   sign is trailing separate.
           05  bal-master-new pic s9(9)
                   sign is trailing separate.

      * ledger mode's coverage report - the two sides that had
      * nothing to compare against
       fd  ledger-report-file.
       01  ledger-report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).


       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==cmpin-status==.
       01  cmpexc-status pic xx.
           88  acct-lookup-closed value "C".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * the control keys that hold the master open through the run
      * and free it at the end, rather than an open and close on
      * every lookup
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
      * ledger mode: CMPIN carries only the GL (number1) and bank
      * (number3) legs; the subledger leg is BALMSTR's bal-new.
      * Every CMPIN account looked up is remembered, so the pass
      * over the master afterwards can find the accounts the feed
      * never sent.
       01  cmpmode-value pic x(6) value "FEED".
           88  ledger-mode value "LEDGER".
       01  balmstr-name pic x(20) value "BALMSTR".
       01  balmstr-status pic xx.
       01  balmstr-eof-switch pic x value "N".
           88  balmstr-eof value "Y".
       01  cmplrpt-name pic x(20) value "CMPLRPT".
       01  cmplrpt-status pic xx.
       01  max-seen-size pic 9(5) comp-3 value 5000.
       01  seen-count pic 9(5) comp-3 value zero.
       01  seen-table.
           05  seen-account occurs 5000 times pic x(8).
       01  sx pic 9(5) comp-3.
       01  seen-found-switch pic x.
           88  seen-found value "Y".
       01  seen-dropped-count pic 9(5) comp-3 value zero.
       01  ledger-found-switch pic x.
           88  ledger-found value "Y".
      * CMPIN accounts with no master line, held for their section
       01  max-unledgered-size pic 9(5) comp-3 value 500.
       01  unledgered-count pic 9(5) comp-3 value zero.
       01  unledgered-table.
           05  unledgered-entry occurs 500 times.
               10  ul-account pic x(8).
               10  ul-number1 pic s9(7)v99 comp-3.
               10  ul-number3 pic s9(7)v99 comp-3.
       01  ux pic 9(5) comp-3.
       01  unledgered-dropped-count pic 9(5) comp-3 value zero.
       01  unfed-count pic 9(7) comp-3 value zero.
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  ledger-lines-on-page pic 99 value zero.
       01  ledger-page-number pic 999 value zero.
       01  held-ledger-line pic x(80).
       01  ledger-report-heading-1.
           05  filler pic x(30) value "Compare Ledger Coverage".
           05  filler pic x(10) value "Run Date:".
           05  lh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  lh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  lh1-run pic 9(9).
       01  unfed-heading pic x(60)
               value "Accounts on BALMSTR with no CMPIN line".
       01  unfed-column-heading.
           05  filler pic x(10) value "Account".
           05  filler pic x(12) value "  Ledger bal".
       01  unfed-line.
           05  ufl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  ufl-balance pic -(10)9.
       01  unledgered-heading pic x(60)
               value "CMPIN accounts not on BALMSTR".
       01  unledgered-column-heading.
           05  filler pic x(10) value "Account".
           05  filler pic x(14) value "       GL leg".
           05  filler pic x(14) value "     Bank leg".
       01  unledgered-line.
           05  ull-account pic x(8).
           05  filler pic x(2) value spaces.
           05  ull-number1 pic -(7)9.99.
           05  filler pic x(2) value spaces.
           05  ull-number3 pic -(7)9.99.
       01  ledger-count-line.
           05  filler pic x(4) value spaces.
           05  lcl-label pic x(20).
           05  lcl-count pic zzzzzz9.
       01  ledger-none-line pic x(40) value "  (none)".
       01  ledger-dropped-line.
           05  filler pic x(35)
                   value "  *** accounts not tracked (full): ".
           05  ldl-count pic zzzz9.

       procedure division.
       main-logic.
               move "AUDITLOG.SHD" to audit-name
               move "REJECTS.SHD" to reject-name
               move "CMPINACK.SHD" to ack-name
               move "BALMSTR.SHD" to balmstr-name
               move "CMPLRPT.SHD" to cmplrpt-name
           end-if
           accept cmpmode-value from environment "CMPMODE"
           if ledger-mode
               display "Compare: ledger mode - subledger leg taken "
                   "from " balmstr-name
               perform open-balance-master
           end-if
           perform load-tolerance-control
           perform load-exchange-rates
               stop run
           end-if
           open output exception-file
      * the account master held open for the key edit on every
      * record
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record

           perform until end-of-file
               read compare-file
           close compare-file
           perform verify-feed-trailer
           perform process-cmpparm-triple
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record
           if ledger-mode
               perform print-ledger-coverage
               close balance-file
           end-if
           close exception-file
           close suspense-file
           perform print-summary
           perform write-audit-record
           if overflow-count is greater than zero
               or reject-count is greater than zero
               move "Compare" to alert-program-id
               move "ERROR" to alert-severity
               move "COMPARE-REJECTS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-ERROR to return-code
           else
               if major-count is greater than zero
                   or critical-count is greater than zero
                   move "Compare" to alert-program-id
                   move "WARNING" to alert-severity
                   move "EXCEPTIONS" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-WARNING to return-code
               else
                   move RC-SUCCESS to return-code
               end-if
           end-if
      * a gap in coverage is a break in its own right - an account
      * one side never mentioned has not been reconciled at all
           if ledger-mode
               and return-code equal RC-SUCCESS
               and (unfed-count is greater than zero
                   or unledgered-count is greater than zero)
               move "Compare" to alert-program-id
               move "WARNING" to alert-severity
               move "COVERAGE-GAP" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           end-if
           stop run.

      * the thresholds come off TOLCTL at startup; no file at all
               if acct-lookup-active
                   perform resolve-account-rate
                   if rate-ok
                       if ledger-mode
                           perform take-ledger-leg
                           if ledger-found
                               perform process-one-pair
                           end-if
                       else
                           perform process-one-pair
                       end-if
                   end-if
               end-if
           end-if.
      * a foreign account's three balances convert to base before
      * the tolerance test - the hash check has already run on the
      * raw amounts, so the trailer still ties
      * In ledger mode number2 is already base: Add converts every
      * foreign-currency effect at the daily rate before it reaches
      * the master, so only the two feed legs convert here.
           if current-rate not equal 1
               compute number1 rounded = number1 * current-rate
               if not ledger-mode
                   compute number2 rounded = number2 * current-rate
               end-if
               compute number3 rounded = number3 * current-rate
           end-if
           add 1 to item-count
               write exception-line from exception-detail
           end-if.

      * the subledger leg for ledger mode: whatever the feed sent
      * in number2 is ignored and the account's bal-new off the
      * master takes its place. An account the master has never
      * seen is held for the coverage report and not compared.
       take-ledger-leg.
           move "N" to ledger-found-switch
           perform remember-cmpin-account
           move cmp-account to bal-master-account
           read balance-file
               invalid key
                   perform hold-unledgered-account
                   exit paragraph
           end-read
           if bal-master-new is greater than 9999999
                   or bal-master-new is less than -9999999
               display "Compare: overflow - ledger balance for "
                   cmp-account " too large to compare"
               add 1 to overflow-count
               move "OVERFLOW" to rej-reason
               move spaces to rej-detail
               string "BALMSTR balance for " cmp-account
                   " overflowed"
                   delimited by size into rej-detail
               perform write-reject-record
               exit paragraph
           end-if
           move bal-master-new to number2
           move "Y" to ledger-found-switch.

       remember-cmpin-account.
           perform find-seen-account
           if seen-found
               exit paragraph
           end-if
           if seen-count is equal to max-seen-size
               add 1 to seen-dropped-count
               exit paragraph
           end-if
           add 1 to seen-count
           move cmp-account to seen-account (seen-count).

       find-seen-account.
           move "N" to seen-found-switch
           perform varying sx from 1 by 1
                   until sx is greater than seen-count
               if seen-account (sx) equal cmp-account
                   move "Y" to seen-found-switch
                   move seen-count to sx
               end-if
           end-perform.

       hold-unledgered-account.
           if unledgered-count is equal to max-unledgered-size
               add 1 to unledgered-dropped-count
               exit paragraph
           end-if
           add 1 to unledgered-count
           move cmp-account to ul-account (unledgered-count)
           move number1 to ul-number1 (unledgered-count)
           move number3 to ul-number3 (unledgered-count).

      * the master opens read-only - Compare never changes it
       open-balance-master.
           open input balance-file
           if balmstr-status not equal "00"
               display "Compare: unable to open " balmstr-name
                   ", status " balmstr-status
               move RC-ERROR to return-code
               stop run
           end-if.

      * the coverage report: every master account the feed never
      * sent, then every feed account the master does not hold
       print-ledger-coverage.
           open output ledger-report-file
           perform start-ledger-page
           move unfed-heading to ledger-report-line
           perform write-ledger-line
           move unfed-column-heading to ledger-report-line
           perform write-ledger-line
           move low-values to bal-master-account
           start balance-file key is greater than bal-master-account
               invalid key
                   move "Y" to balmstr-eof-switch
           end-start
           perform until balmstr-eof
               read balance-file next record
                   at end
                       move "Y" to balmstr-eof-switch
                   not at end
                       perform check-one-ledger-account
               end-read
           end-perform
           if unfed-count is equal to zero
               move ledger-none-line to ledger-report-line
               perform write-ledger-line
           end-if
           move "Accounts listed" to lcl-label
           move unfed-count to lcl-count
           move ledger-count-line to ledger-report-line
           perform write-ledger-line
           if seen-dropped-count is greater than zero
               move seen-dropped-count to ldl-count
               move ledger-dropped-line to ledger-report-line
               perform write-ledger-line
           end-if
           move spaces to ledger-report-line
           perform write-ledger-line
           move unledgered-heading to ledger-report-line
           perform write-ledger-line
           move unledgered-column-heading to ledger-report-line
           perform write-ledger-line
           perform varying ux from 1 by 1
                   until ux is greater than unledgered-count
               move ul-account (ux) to ull-account
               move ul-number1 (ux) to ull-number1
               move ul-number3 (ux) to ull-number3
               move unledgered-line to ledger-report-line
               perform write-ledger-line
           end-perform
           if unledgered-count is equal to zero
               move ledger-none-line to ledger-report-line
               perform write-ledger-line
           end-if
           move "Accounts listed" to lcl-label
           move unledgered-count to lcl-count
           move ledger-count-line to ledger-report-line
           perform write-ledger-line
           if unledgered-dropped-count is greater than zero
               move unledgered-dropped-count to ldl-count
               move ledger-dropped-line to ledger-report-line
               perform write-ledger-line
           end-if
           close ledger-report-file.

       check-one-ledger-account.
           move bal-master-account to cmp-account
           perform find-seen-account
           if seen-found
               exit paragraph
           end-if
           add 1 to unfed-count
           move bal-master-account to ufl-account
           move bal-master-new to ufl-balance
           move unfed-line to ledger-report-line
           perform write-ledger-line.

      * start a fresh page - new heading, line counter reset
       start-ledger-page.
           add 1 to ledger-page-number
           move run-date to lh1-date
           move ledger-page-number to lh1-page
           move this-run-number to lh1-run
           move ledger-report-heading-1 to ledger-report-line
           write ledger-report-line
           move spaces to ledger-report-line
           write ledger-report-line
           move zero to ledger-lines-on-page.

      * write one body line, paging when the current page is full
       write-ledger-line.
           if ledger-lines-on-page is greater than or equal
                   to max-lines-per-page
               move ledger-report-line to held-ledger-line
               perform start-ledger-page
               move held-ledger-line to ledger-report-line
           end-if
           write ledger-report-line
           add 1 to ledger-lines-on-page.

      * the live acceptances off ACCDIFF - an expired entry loads
      * nowhere, loudly, so its break reverts to a normal exception
       load-accepted-differences.
           display "Suspense written: " suspense-count
           display "Overflows       : " overflow-count
           display "Rejected        : " reject-count
           if ledger-mode
               display "Ledger mode     : subledger leg off "
                   balmstr-name
               display "  No CMPIN line : " unfed-count
               display "  Not on master : " unledgered-count
           end-if
           display "============================================".

      * one line per run on the shared audit trail
