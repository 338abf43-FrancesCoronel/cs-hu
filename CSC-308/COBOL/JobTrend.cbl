      * shop's standard table ceiling); older history ages out of    *
      * the report naturally.                                        *
      *                                                               *
      * TRENDCHG=yyyymmdd (JCL PARM / environment variable) names    *
      * the night a change went in - a tuning change to the stream,  *
      * say. Each step's section then adds its average before that   *
      * night against its average from it on, over every held run,   *
      * and the report closes with the busiest steps - the longest   *
      * averages before the change - side by side, so the            *
      * difference the change made is there in seconds and percent.  *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. JobTrend.
      * per-report bookkeeping: the distinct step names seen, and the
      * per-step figures while one step's section prints
       01  step-name-table.
           05  step-name-entry occurs 40 times.
               10  sn-name pic x(14).
      * per step, the held runs either side of the TRENDCHG night
               10  sn-before-runs pic 9(5) comp-3.
               10  sn-before-seconds pic 9(9) comp-3.
               10  sn-after-runs pic 9(5) comp-3.
               10  sn-after-seconds pic 9(9) comp-3.
               10  sn-ranked pic x.
       01  max-step-names pic 9(3) comp-3 value 40.
       01  step-name-count pic 9(3) comp-3 value zero.
       01  s pic 9(3) comp-3.
       01  current-step pic x(14).
       01  step-average-seconds pic 9(7) comp-3.
      * window fixed at the last 30 runs of each step
       01  max-runs-per-step pic 9(3) comp-3 value 30.
      * the before-and-after comparison, when a change night is given
       01  trendchg-value pic x(8).
       01  change-date pic x(8) value spaces.
           88  no-change-date value spaces.
       01  before-average pic 9(7) comp-3.
       01  after-average pic 9(7) comp-3.
       01  change-seconds pic s9(7) comp-3.
       01  change-percent pic s9(5) comp-3.
       01  max-busiest-steps pic 9(3) comp-3 value 5.
       01  busiest-printed pic 9(3) comp-3.
       01  best-step pic 9(3) comp-3.
       01  best-average pic 9(7) comp-3.
       01  ranking-done-switch pic x.
           88  ranking-done value "Y".
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
           05  filler pic x(9) value "s  worst ".
           05  stl-worst pic z(6)9.
           05  filler pic x value "s".
       01  change-line.
           05  filler pic x(7) value "Before ".
           05  cl-date pic x(8).
           05  filler pic x(2) value ": ".
           05  cl-before-runs pic zzzz9.
           05  filler pic x(9) value " runs avg".
           05  cl-before-average pic z(6)9.
           05  filler pic x(10) value "s   since:".
           05  cl-after-runs pic zzzz9.
           05  filler pic x(9) value " runs avg".
           05  cl-after-average pic z(6)9.
           05  filler pic x(2) value "s ".
           05  cl-change-percent pic -(3)9.
           05  cl-percent-sign pic x.
       01  busiest-heading.
           05  filler pic x(32)
                   value "Busiest steps, before and after ".
           05  bh-date pic x(8).
       01  busiest-column-heading.
           05  filler pic x(16) value "Step".
           05  filler pic x(11) value " Avg before".
           05  filler pic x(11) value "  Avg after".
           05  filler pic x(10) value "    Change".
           05  filler pic x(6) value "     %".
       01  busiest-line.
           05  bl-step pic x(14).
           05  filler pic x(2) value spaces.
           05  bl-before pic z(9)9.
           05  filler pic x value "s".
           05  bl-after pic z(9)9.
           05  filler pic x value "s".
           05  bl-change pic -(8)9.
           05  filler pic x value "s".
           05  bl-percent pic -(4)9.
           05  filler pic x value "%".
       01  no-change-runs-line pic x(60)
               value "  (no step has runs on both sides of the night)".
       01  no-data-line pic x(40)
               value "  (none)".

       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move spaces to trendchg-value
           accept trendchg-value from environment "TRENDCHG"
           if trendchg-value not equal spaces
               if trendchg-value is numeric
                   move trendchg-value to change-date
               else
                   display "JobTrend: TRENDCHG " trendchg-value
                       " is not a yyyymmdd date"
                   move RC-ERROR to return-code
                   stop run
               end-if
           end-if
           perform load-job-log
           open output report-file
           perform start-new-page
                   move sn-name (s) to current-step
                   perform print-one-step-section
               end-perform
               if not no-change-date
                   perform print-busiest-steps
               end-if
           end-if
           close report-file
           display "JobTrend: " records-read " log line(s), "
                   end-if
               end-perform
               if i is equal to zero
                   and step-name-count is less than max-step-names
                   add 1 to step-name-count
                   move step-name-count to i
                   move jl-step-name to sn-name (i)
                   move zero to sn-before-runs (i)
                   move zero to sn-before-seconds (i)
                   move zero to sn-after-runs (i)
                   move zero to sn-after-seconds (i)
                   move "N" to sn-ranked (i)
               end-if
      * every held run counts on its side of the change night, not
      * just the 30 the section lists
               if i is greater than zero and not no-change-date
                   if jl-run-date is less than change-date
                       add 1 to sn-before-runs (i)
                       add jl-elapsed-seconds
                           to sn-before-seconds (i)
                   else
                       add 1 to sn-after-runs (i)
                       add jl-elapsed-seconds
                           to sn-after-seconds (i)
                   end-if
               end-if
           end-perform.

           move step-worst-seconds to stl-worst
           move step-total-line to report-line
           perform write-report-line
           if not no-change-date
               perform print-step-change-line
           end-if
           move spaces to report-line
           perform write-report-line.

      * the step's average either side of the change night, and the
      * difference in percent when there are runs on both sides
       print-step-change-line.
           move change-date to cl-date
           move sn-before-runs (s) to cl-before-runs
           move sn-after-runs (s) to cl-after-runs
           move zero to before-average after-average
           if sn-before-runs (s) is greater than zero
               compute before-average rounded =
                   sn-before-seconds (s) / sn-before-runs (s)
           end-if
           if sn-after-runs (s) is greater than zero
               compute after-average rounded =
                   sn-after-seconds (s) / sn-after-runs (s)
           end-if
           move before-average to cl-before-average
           move after-average to cl-after-average
           move zero to cl-change-percent
           move space to cl-percent-sign
           if sn-before-runs (s) is greater than zero
               and sn-after-runs (s) is greater than zero
               and before-average is greater than zero
               compute change-percent rounded =
                   (after-average - before-average) * 100
                       / before-average
               move change-percent to cl-change-percent
               move "%" to cl-percent-sign
           end-if
           move change-line to report-line
           perform write-report-line.

      * the closing comparison: the steps with the longest average
      * before the change night, longest first, each against its
      * average since - only steps with runs on both sides rank
       print-busiest-steps.
           move change-date to bh-date
           move busiest-heading to report-line
           perform write-report-line
           move busiest-column-heading to report-line
           perform write-report-line
           move zero to busiest-printed
           move "N" to ranking-done-switch
           perform until ranking-done
               move zero to best-step
               move zero to best-average
               perform varying s from 1 by 1
                       until s is greater than step-name-count
                   if sn-ranked (s) equal "N"
                       and sn-before-runs (s) is greater than zero
                       and sn-after-runs (s) is greater than zero
                       compute before-average rounded =
                           sn-before-seconds (s) / sn-before-runs (s)
                       if best-step equal zero
                           or before-average is greater than
                               best-average
                           move s to best-step
                           move before-average to best-average
                       end-if
                   end-if
               end-perform
               if best-step equal zero
                   move "Y" to ranking-done-switch
               else
                   move best-step to s
                   move "Y" to sn-ranked (s)
                   add 1 to busiest-printed
                   perform print-one-busiest-step
                   if busiest-printed is not less than
                           max-busiest-steps
                       move "Y" to ranking-done-switch
                   end-if
               end-if
           end-perform
           if busiest-printed equal zero
               move no-change-runs-line to report-line
               perform write-report-line
           end-if.

       print-one-busiest-step.
           move sn-name (s) to bl-step
           compute before-average rounded =
               sn-before-seconds (s) / sn-before-runs (s)
           compute after-average rounded =
               sn-after-seconds (s) / sn-after-runs (s)
           move before-average to bl-before
           move after-average to bl-after
           compute change-seconds = after-average - before-average
           move change-seconds to bl-change
           move zero to change-percent
           if before-average is greater than zero
               compute change-percent rounded =
                   change-seconds * 100 / before-average
           end-if
           move change-percent to bl-percent
           move busiest-line to report-line
           perform write-report-line.

       count-step-runs.
           perform varying k from 0 by 1
                   until k is greater than records-held - 1
