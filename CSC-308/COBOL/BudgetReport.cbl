      * do by hand. An over-budget department ends the step         *
      * RC-WARNING.                                                 *
      *                                                               *
      * Actuals show twice: before and after CostAlloc shares the   *
      * pool departments' costs out. The month's legs come off the  *
      * allocation register ALLOCREG; if their ALLOCIN feed's       *
      * fingerprint is on FEEDREG, Add has posted them and DEPTACT  *
      * already holds the post-allocation figure, so the legs are   *
      * backed out for the pre-allocation one; if not, DEPTACT is   *
      * still pre-allocation and the legs are added in. The budget  *
      * is judged against the post-allocation actual, and a line    *
      * under the heading says which state the month is in.         *
      *                                                               *
      * The month reported defaults to the processing date's month; *
      * BVMONTH=yyyymm (JCL PARM / environment variable) selects an *
      * earlier one. The report goes to BUDRPT.                     *
           select dept-control-file assign to "DEPTCTL"
               organization is line sequential
               file status is deptctl-status.
           select allocation-register-file assign to "ALLOCREG"
               organization is line sequential
               file status is allocreg-status.
           select feed-register-file assign to "FEEDREG"
               organization is line sequential
               file status is feedreg-status.
           select report-file assign to "BUDRPT"
               organization is line sequential
               file status is rpt-status.
           05  dc-dept pic x(3).
           05  dc-name pic x(20).

      * CostAlloc's register of allocation legs, and the register
      * of feeds Add has consumed
       fd  allocation-register-file.
       01  allocation-register-record pic x(56).

       fd  feed-register-file.
       01  feed-register-record pic x(37).

       fd  report-file.
       01  report-line pic x(80).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  deptact-status pic xx.
       01  deptbud-status pic xx.
       01  rpt-status pic xx.
       01  allocreg-status pic xx.
           copy "WS-ALLOCREG-RECORD".
       01  feedreg-status pic xx.
           copy "WS-FEEDREG-RECORD".
           copy "WS-EOF-SWITCH".
       01  scan-eof-switch pic x value "N".
           88  scan-eof value "Y".
       01  budget-eof-switch pic x value "N".
           88  budget-eof value "Y".
      * one DEPTACT line taken apart
       01  dept-figures.
           05  dept-figures-entry occurs 20 times.
               10  df-actual pic s9(11) comp-3.
               10  df-allocated pic s9(11) comp-3.
               10  df-pre-actual pic s9(11) comp-3.
               10  df-post-actual pic s9(11) comp-3.
               10  df-budget pic s9(9) comp-3.
               10  df-budget-found pic x.
      * the month's allocation off ALLOCREG - one feed per month,
      * so one fingerprint - and whether Add has posted it
       01  allocation-switch pic x value "N".
           88  allocation-present value "Y".
       01  allocation-posted-switch pic x value "N".
           88  allocation-posted value "Y".
       01  allocation-feed-date pic x(8).
       01  allocation-feed-count pic 9(7).
       01  allocation-feed-hash pic s9(11).
       01  variance-amount pic s9(11) comp-3.
       01  percent-consumed pic s9(5)v9 comp-3.
       01  over-budget-count pic 9(3) comp-3 value zero.
           05  rh1-run pic 9(9).
       01  column-heading.
           05  filler pic x(5) value "Dept".
           05  filler pic x(12) value "   Pre-alloc".
           05  filler pic x(12) value "  Post-alloc".
           05  filler pic x(12) value "      Budget".
           05  filler pic x(12) value "    Variance".
           05  filler pic x(10) value "   % Used".
       01  detail-line.
           05  dl-dept pic x(3).
           05  filler pic x(2) value spaces.
           05  dl-pre-actual pic -(10)9.
           05  filler pic x value space.
           05  dl-actual pic -(10)9.
           05  filler pic x value space.
           05  dl-budget pic -(10)9.
           05  dl-percent pic -(4)9.9.
           05  filler pic x(2) value spaces.
           05  dl-flag pic x(13).
       01  allocation-none-line pic x(60)
               value "Allocation: none for the month".
       01  allocation-state-line.
           05  filler pic x(19) value "Allocation: ALLOCIN".
           05  filler pic x value space.
           05  asl-date pic x(8).
           05  filler pic x value space.
           05  asl-state pic x(40).
       01  no-budget-text pic x(13) value "(no budget)".
       01  over-budget-text pic x(13) value "*OVER-BUDGET*".
       01  verdict-ok-line pic x(44)
           perform varying d from 1 by 1
                   until d is greater than department-count
               move zero to df-actual (d)
               move zero to df-allocated (d)
               move zero to df-budget (d)
               move "N" to df-budget-found (d)
           end-perform

           perform sum-month-actuals
           perform load-month-allocation
           perform split-allocation
           perform load-budget-control

           open output report-file
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           if allocation-present
               move allocation-feed-date to asl-date
               if allocation-posted
                   move "posted by Add" to asl-state
               else
                   move "not yet posted - shown as if it were"
                       to asl-state
               end-if
               move allocation-state-line to report-line
           else
               move allocation-none-line to report-line
           end-if
           write report-line
           move spaces to report-line
           write report-line
           move column-heading to report-line
           display "BudgetReport: month " report-month " - "
               over-budget-count " department(s) over budget"
           if over-budget-count is greater than zero
               move "BudgetReport" to alert-program-id
               move "WARNING" to alert-severity
               move "OVER-BUDGET" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
               end-if
           end-perform.

      * the month's allocation legs off ALLOCREG, summed per
      * department - no register just means no allocation has run
       load-month-allocation.
           open input allocation-register-file
           if allocreg-status not equal "00"
               exit paragraph
           end-if
           perform until scan-eof
               read allocation-register-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       perform load-one-allocation-leg
               end-read
           end-perform
           close allocation-register-file.

       load-one-allocation-leg.
           move allocation-register-record to ws-allocreg-record
           if alg-month not equal report-month
               exit paragraph
           end-if
           move "Y" to allocation-switch
           move alg-feed-date to allocation-feed-date
           move alg-feed-count to allocation-feed-count
           move alg-feed-hash to allocation-feed-hash
           perform varying d from 1 by 1
                   until d is greater than department-count
               if dept-code (d) equal alg-dept
                   add alg-amount to df-allocated (d)
                   move department-count to d
               end-if
           end-perform.

      * posted legs are already in DEPTACT and come back out for the
      * pre-allocation figure; unposted ones go in for the post
       split-allocation.
           if allocation-present
               perform check-allocation-posted
           end-if
           perform varying d from 1 by 1
                   until d is greater than department-count
               if allocation-posted
                   compute df-pre-actual (d) =
                       df-actual (d) - df-allocated (d)
                   move df-actual (d) to df-post-actual (d)
               else
                   move df-actual (d) to df-pre-actual (d)
                   compute df-post-actual (d) =
                       df-actual (d) + df-allocated (d)
               end-if
           end-perform.

      * the allocation feed's fingerprint against the register of
      * feeds Add has consumed
       check-allocation-posted.
           if allocation-feed-count equal zero
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
                           and fr-creation-date
                               equal allocation-feed-date
                           and fr-record-count
                               equal allocation-feed-count
                           and fr-hash-total
                               equal allocation-feed-hash
                           move "Y" to allocation-posted-switch
                       end-if
               end-read
           end-perform
           close feed-register-file.

      * the budgets off DEPTBUD - a department with no line reports
      * its actual with a no-budget note rather than a false zero
      * variance

       print-one-department.
           move dept-code (d) to dl-dept
           move df-pre-actual (d) to dl-pre-actual
           move df-post-actual (d) to dl-actual
           move df-budget (d) to dl-budget
           move spaces to dl-flag
           if df-budget-found (d) equal "N"
               move no-budget-text to dl-flag
           else
               compute variance-amount =
                   df-budget (d) - df-post-actual (d)
               move variance-amount to dl-variance
               if df-budget (d) equal zero
                   move zero to dl-percent
               else
                   compute percent-consumed rounded =
                       df-post-actual (d) * 100 / df-budget (d)
                   move percent-consumed to dl-percent
               end-if
               if df-post-actual (d) is greater than df-budget (d)
                   add 1 to over-budget-count
                   move over-budget-text to dl-flag
               end-if
