      *****************************************************************
      *                                                               *
      * AuditSample                                                   *
      *                                                               *
      * Draws the internal auditors' sample of postings from the      *
      * posting journal (POSTJRNL) for a period, by a method they     *
      * can defend - the lines used to be picked by eye, which the    *
      * auditors would not accept as random. Two passes over the      *
      * journal: the first measures the period's population, the      *
      * second picks out the lines the draws landed on.               *
      *                                                               *
      * Selection (JCL PARM / environment variable):                  *
      *                                                               *
      *     SMPFROM / SMPTO=yyyymmdd - the period, on the date each   *
      *         line was posted; default the calendar quarter before  *
      *         the processing date                                   *
      *     SMPMETH=RANDOM (default) - every line in the population   *
      *         equally likely, drawn without replacement             *
      *     SMPMETH=MUS - monetary-unit sampling: every unit of       *
      *         absolute value equally likely, so a line's chance     *
      *         grows with its size; a line two draws land on is      *
      *         listed once                                           *
      *     SMPSIZE=n - the sample size, default 25, at most 500,     *
      *         shared across the strata in proportion to their       *
      *         line count (RANDOM) or value (MUS), at least one      *
      *         from each stratum that has anything in it             *
      *     SMPSTRAT=b1,b2,... - optional ascending amount bounds     *
      *         (whole units, absolute value), up to four, splitting  *
      *         the population into up to five strata                 *
      *     SMPTOP=n - optional: every line of absolute value n or    *
      *         more is taken outright and kept out of the draws      *
      *     SMPSEED=n - the seed, 1 to 2147483646; without one a      *
      *         seed is taken from the clock. Either way it prints    *
      *         on the report - the same seed over the same journal   *
      *         period draws the same sample again                    *
      *                                                               *
      * The draws come off the minimal-standard multiplicative        *
      * generator (x = 16807 x mod 2147483647), worked here in        *
      * packed decimal so the sequence never depends on a compiler    *
      * or a machine.                                                 *
      *                                                               *
      * SMPRPT prints the parameters, the population - line count,    *
      * net and absolute totals, each stratum's count, value and      *
      * share of the sample - and every line selected. SMPEXTR is     *
      * the auditors' tick-off extract: one line per selected         *
      * posting with the account's name off the master, department,   *
      * code, amount, the run and item number, and the feed record    *
      * it came from, with a box to tick. The report is kept through  *
      * ReportKeep.                                                   *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. AuditSample.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select journal-file assign to "POSTJRNL"
               organization is line sequential
               file status is jrnl-status.
           select report-file assign to "SMPRPT"
               organization is line sequential
               file status is rpt-status.
           select extract-file assign to "SMPEXTR"
               organization is line sequential
               file status is extr-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  journal-file.
       01  journal-record pic x(94).

       fd  report-file.
       01  report-line pic x(80).

       fd  extract-file.
       01  extract-line pic x(126).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  jrnl-status pic xx.
       01  rpt-status pic xx.
       01  extr-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-JOURNAL-RECORD".
       01  journal-eof-switch pic x value "N".
           88  journal-eof value "Y".
      * the account's name for the extract, as AcctLookup sees it
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * the selection off the JCL PARMs
       01  smpfrom-value pic x(8).
       01  smpto-value pic x(8).
       01  smpmeth-value pic x(6).
       01  smpsize-value pic x(11).
       01  smpseed-value pic x(11).
       01  smptop-value pic x(11).
       01  smpstrat-value pic x(60).
       01  param-text pic x(11).
       01  param-digits pic x(11).
       01  param-len pic 99 comp-3.
       01  param-number pic 9(11) comp-3.
       01  param-ok-switch pic x.
           88  param-ok value "Y".
       01  param-error-switch pic x value "N".
           88  param-error value "Y".
       01  period-from pic x(8).
       01  period-to pic x(8).
       01  sample-method pic x value "R".
           88  method-random value "R".
           88  method-mus value "M".
       01  requested-size pic 9(4) comp-3 value 25.
       01  max-sample-size pic 9(4) comp-3 value 500.
       01  top-threshold pic 9(9) comp-3 value zero.
       01  seed-source pic x(13) value "given".
      * the default period - the calendar quarter before the one
      * the processing date falls in
       01  quarter-date.
           05  qd-year pic 9(4).
           05  qd-month pic 9(2).
           05  qd-day pic 9(2).
       01  quarter-index pic 9 comp-3.
       01  month-less-one pic 99 comp-3.
       01  next-quarter-integer pic 9(7) comp-3.
      * the generator - state and seed held packed, the product of
      * the largest state and the multiplier still fits comfortably
       01  seed-value pic 9(10) comp-3.
       01  rng-state pic 9(10) comp-3.
       01  rng-modulus pic 9(10) comp-3 value 2147483647.
       01  rng-multiplier pic 9(5) comp-3 value 16807.
       01  rng-product pic 9(15) comp-3.
       01  rng-quotient pic 9(15) comp-3.
       01  rng-high pic 9(10) comp-3.
       01  rng-low pic 9(6) comp-3.
       01  big-draw pic 9(16) comp-3.
       01  draw-range pic 9(15) comp-3.
       01  draw-quotient pic 9(16) comp-3.
       01  draw-position pic 9(15) comp-3.
       01  position-unique-switch pic x.
           88  position-unique value "Y".
      * the strata - bounds on absolute value, then one entry per
      * stratum for both passes
       01  bound-count pic 9 comp-3 value zero.
       01  stratum-bounds.
           05  stratum-bound occurs 4 times pic 9(9) comp-3.
       01  strat-text.
           05  strat-piece occurs 4 times pic x(11).
       01  strat-len.
           05  strat-piece-len occurs 4 times pic 99 comp-3.
       01  strat-overflow pic x(11).
       01  stratum-count pic 9 comp-3 value 1.
       01  stratum-table.
           05  stratum-entry occurs 5 times.
               10  st-pop-count pic 9(9) comp-3.
               10  st-pop-value pic 9(15) comp-3.
               10  st-sample-size pic 9(4) comp-3.
               10  st-take-all pic x.
               10  st-sel-start pic 9(4) comp-3.
               10  st-sel-end pic 9(4) comp-3.
               10  st-next pic 9(4) comp-3.
               10  st-ordinal pic 9(9) comp-3.
               10  st-cum pic 9(15) comp-3.
               10  st-selected pic 9(5) comp-3.
       01  s pic 9 comp-3.
       01  b pic 9 comp-3.
       01  line-stratum pic 9 comp-3.
       01  basis-total pic 9(15) comp-3.
       01  basis-value pic 9(15) comp-3.
       01  allocated-size pic 9(7)v9 comp-3.
      * the draws, grouped by stratum and put in order within each
       01  sel-count pic 9(4) comp-3 value zero.
       01  sel-table.
           05  sel-position occurs 510 times pic 9(15) comp-3.
       01  sx pic 9(4) comp-3.
       01  sy pic 9(4) comp-3.
       01  low-idx pic 9(4) comp-3.
       01  swap-position pic 9(15) comp-3.
       01  k pic 9(4) comp-3.
      * the population and what was taken from it
       01  abs-effect pic 9(9) comp-3.
       01  pop-count pic 9(9) comp-3 value zero.
       01  pop-net pic s9(15) comp-3 value zero.
       01  pop-abs pic 9(15) comp-3 value zero.
       01  forced-count pic 9(9) comp-3 value zero.
       01  forced-value pic 9(15) comp-3 value zero.
       01  cum-after pic 9(15) comp-3.
       01  line-hits pic 9(4) comp-3.
       01  selection-basis pic x.
       01  sample-number pic 9(4) value zero.
       01  forced-selected pic 9(5) comp-3 value zero.
       01  drawn-selected pic 9(5) comp-3 value zero.
       01  aud-population pic 9(9).
       01  aud-sampled pic 9(4).
       01  aud-seed pic 9(10).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Audit Sample of Postings".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  parameter-line.
           05  pml-label pic x(24).
           05  pml-value pic x(50).
       01  edit-count pic z(8)9.
       01  edit-seed pic z(9)9.
       01  edit-value pic z(14)9.
       01  edit-net pic -(14)9.
       01  edit-bound pic z(8)9.
       01  population-heading pic x(40)
               value "Population".
       01  stratum-heading.
           05  filler pic x(25) value "  Stratum".
           05  filler pic x(10) value "    Lines".
           05  filler pic x(17) value "            Value".
           05  filler pic x(8) value "  Sample".
           05  filler pic x(16) value "        Interval".
       01  stratum-line.
           05  filler pic x(2) value spaces.
           05  sl-number pic 9.
           05  filler pic x value space.
           05  sl-low pic z(8)9.
           05  sl-dash pic x(3).
           05  sl-high pic x(9).
           05  sl-count pic z(9)9.
           05  sl-value pic z(16)9.
           05  sl-sample pic z(7)9.
           05  sl-interval pic z(15)9.
       01  forced-line.
           05  filler pic x(2) value spaces.
           05  filler pic x(4) value "Top ".
           05  fl-threshold pic z(8)9.
           05  filler pic x(10) value " and over ".
           05  fl-count pic z(9)9.
           05  fl-value pic z(16)9.
           05  filler pic x(8) value "     all".
       01  selected-heading.
           05  filler pic x(5) value "  No.".
           05  filler pic x(4) value " How".
           05  filler pic x(9) value " Account".
           05  filler pic x(9) value " Posted".
           05  filler pic x(10) value " Run".
           05  filler pic x(8) value " Item".
           05  filler pic x(5) value " Dept".
           05  filler pic x(5) value " Code".
           05  filler pic x(11) value "     Effect".
       01  selected-line.
           05  sdl-number pic zzz9.
           05  filler pic x(2) value spaces.
           05  sdl-basis pic x.
           05  sdl-stratum pic x.
           05  filler pic x value space.
           05  sdl-account pic x(8).
           05  filler pic x value space.
           05  sdl-run-date pic x(8).
           05  filler pic x value space.
           05  sdl-run pic 9(9).
           05  filler pic x value space.
           05  sdl-item pic 9(7).
           05  filler pic x value space.
           05  sdl-dept pic x(3).
           05  filler pic x(2) value spaces.
           05  sdl-code pic x(4).
           05  sdl-effect pic -(9)9.
       01  basis-note-line pic x(72) value
               "  How: R random draw, M monetary-unit draw, T top item".
       01  total-line.
           05  tl-label pic x(30).
           05  tl-count pic zzzz9.
       01  no-data-line pic x(40)
               value "  (no postings in the period)".
      * the extract: a heading, then one line per selected posting
       01  extract-heading.
           05  filler pic x(7) value "No. H S".
           05  filler pic x(9) value " Posted".
           05  filler pic x(10) value " Run".
           05  filler pic x(8) value " Item".
           05  filler pic x(9) value " Account".
           05  filler pic x(31) value " Name".
           05  filler pic x(4) value " Dpt".
           05  filler pic x(5) value " Code".
           05  filler pic x(11) value "     Effect".
           05  filler pic x(9) value " Feed".
           05  filler pic x(9) value " Created".
           05  filler pic x(8) value " Rec".
           05  filler pic x(4) value " Tck".
       01  extract-detail.
           05  ex-number pic 9(4).
           05  filler pic x value space.
           05  ex-basis pic x.
           05  filler pic x value space.
           05  ex-stratum pic x.
           05  filler pic x value space.
           05  ex-run-date pic x(8).
           05  filler pic x value space.
           05  ex-run pic 9(9).
           05  filler pic x value space.
           05  ex-item pic 9(7).
           05  filler pic x value space.
           05  ex-account pic x(8).
           05  filler pic x value space.
           05  ex-name pic x(30).
           05  filler pic x value space.
           05  ex-dept pic x(3).
           05  filler pic x value space.
           05  ex-code pic x(4).
           05  filler pic x value space.
           05  ex-effect pic -(9)9.
           05  filler pic x value space.
           05  ex-feed-name pic x(8).
           05  filler pic x value space.
           05  ex-feed-date pic x(8).
           05  filler pic x value space.
           05  ex-feed-item pic x(7).
           05  filler pic x value space.
           05  ex-tick pic x(3) value "[ ]".
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           perform read-selection
           if param-error
               move RC-ERROR to return-code
               stop run
           end-if
           move seed-value to rng-state

           perform measure-population
           perform allocate-sample
           perform varying s from 1 by 1
                   until s is greater than stratum-count
               perform draw-stratum-sample
           end-perform

           open output report-file
           open output extract-file
           move extract-heading to extract-line
           write extract-line
           perform start-new-page
           perform print-parameters
           perform print-population
           move spaces to report-line
           perform write-report-line
           move selected-heading to report-line
           perform write-report-line
           if pop-count equal zero
               move no-data-line to report-line
               perform write-report-line
           else
               perform select-sample
           end-if
           perform print-sample-totals
           close extract-file
           close report-file

           move "SMPRPT" to keep-report-name
           move page-number to keep-pages
           move sample-number to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-audit-record
           display "AuditSample: " pop-count " line(s) in "
               period-from "-" period-to ", " sample-number
               " selected, seed " seed-value
           if pop-count equal zero
               move "AuditSample" to alert-program-id
               move "WARNING" to alert-severity
               move "EMPTY-POPULATION" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the PARMs, each checked - a bad one stops the run before a
      * sample the auditors could not reproduce is drawn
       read-selection.
           move spaces to smpfrom-value smpto-value smpmeth-value
               smpsize-value smpseed-value smptop-value
               smpstrat-value
           accept smpfrom-value from environment "SMPFROM"
           accept smpto-value from environment "SMPTO"
           accept smpmeth-value from environment "SMPMETH"
           accept smpsize-value from environment "SMPSIZE"
           accept smpseed-value from environment "SMPSEED"
           accept smptop-value from environment "SMPTOP"
           accept smpstrat-value from environment "SMPSTRAT"

           perform default-to-prior-quarter
           if smpfrom-value not equal spaces
               or smpto-value not equal spaces
               if smpfrom-value is numeric and smpto-value is numeric
                   and smpfrom-value is not greater than smpto-value
                   move smpfrom-value to period-from
                   move smpto-value to period-to
               else
                   display "AuditSample: SMPFROM and SMPTO must both "
                       "be yyyymmdd, from not after to"
                   move "Y" to param-error-switch
               end-if
           end-if

           evaluate smpmeth-value
               when spaces
               when "RANDOM"
                   set method-random to true
               when "MUS"
                   set method-mus to true
               when other
                   display "AuditSample: SMPMETH " smpmeth-value
                       " not RANDOM or MUS"
                   move "Y" to param-error-switch
           end-evaluate

           if smpsize-value not equal spaces
               move smpsize-value to param-text
               perform take-numeric-parameter
               if param-ok and param-number is greater than zero
                   and param-number is not greater than
                       max-sample-size
                   move param-number to requested-size
               else
                   display "AuditSample: SMPSIZE " smpsize-value
                       " not 1 to " max-sample-size
                   move "Y" to param-error-switch
               end-if
           end-if

           if smptop-value not equal spaces
               move smptop-value to param-text
               perform take-numeric-parameter
               if param-ok and param-number is greater than zero
                   and param-number is less than 1000000000
                   move param-number to top-threshold
               else
                   display "AuditSample: SMPTOP " smptop-value
                       " not a whole amount"
                   move "Y" to param-error-switch
               end-if
           end-if

           if smpseed-value not equal spaces
               move smpseed-value to param-text
               perform take-numeric-parameter
               if param-ok and param-number is greater than zero
                   and param-number is less than rng-modulus
                   move param-number to seed-value
               else
                   display "AuditSample: SMPSEED " smpseed-value
                       " not 1 to 2147483646"
                   move "Y" to param-error-switch
               end-if
           else
      * no seed given - take one off the clock, and say so; the
      * report prints it so the draw can still be repeated
               move function current-date (9:8) to param-text
               move param-text (1:8) to param-number
               compute seed-value = param-number + 1
               move "off the clock" to seed-source
           end-if

           if smpstrat-value not equal spaces
               perform take-stratum-bounds
           end-if.

       default-to-prior-quarter.
           move run-date to quarter-date
           compute month-less-one = qd-month - 1
           divide 3 into month-less-one giving quarter-index
           compute qd-month = quarter-index * 3 + 1
           move 1 to qd-day
           compute next-quarter-integer =
               function integer-of-date (function numval
                   (quarter-date))
           if qd-month equal 1
               move 10 to qd-month
               subtract 1 from qd-year
           else
               subtract 3 from qd-month
           end-if
           move quarter-date to period-from
           compute next-quarter-integer = next-quarter-integer - 1
           move function date-of-integer (next-quarter-integer)
               to period-to.

      * a PARM's leading digits, up to the first space
       take-numeric-parameter.
           move "N" to param-ok-switch
           move spaces to param-digits
           move zero to param-len
           unstring param-text delimited by space
               into param-digits count in param-len
           end-unstring
           if param-len is greater than zero
               and param-len is less than 11
               and param-digits (1:param-len) is numeric
               move param-digits (1:param-len) to param-number
               move "Y" to param-ok-switch
           end-if.

      * up to four ascending bounds, comma separated
       take-stratum-bounds.
           move spaces to strat-text
           move spaces to strat-overflow
           unstring smpstrat-value delimited by "," or space
               into strat-piece (1) count in strat-piece-len (1)
                    strat-piece (2) count in strat-piece-len (2)
                    strat-piece (3) count in strat-piece-len (3)
                    strat-piece (4) count in strat-piece-len (4)
                    strat-overflow
           end-unstring
           if strat-overflow not equal spaces
               display "AuditSample: SMPSTRAT takes at most four "
                   "bounds"
               move "Y" to param-error-switch
               exit paragraph
           end-if
           perform varying b from 1 by 1 until b is greater than 4
               if strat-piece (b) not equal spaces
                   move strat-piece (b) to param-text
                   perform take-numeric-parameter
                   if not param-ok or param-number equal zero
                       or param-number is not less than 1000000000
                       display "AuditSample: SMPSTRAT bound "
                           strat-piece (b) " not a whole amount"
                       move "Y" to param-error-switch
                   else
                       if bound-count is greater than zero
                           and param-number is not greater than
                               stratum-bound (bound-count)
                           display "AuditSample: SMPSTRAT bounds "
                               "must ascend"
                           move "Y" to param-error-switch
                       else
                           add 1 to bound-count
                           move param-number
                               to stratum-bound (bound-count)
                       end-if
                   end-if
               end-if
           end-perform
           compute stratum-count = bound-count + 1.

      * the first pass: every journal line in the period counted
      * into its stratum, or into the top items taken outright
       measure-population.
           perform varying s from 1 by 1 until s is greater than 5
               initialize stratum-entry (s)
               move "N" to st-take-all (s)
           end-perform
           move "N" to journal-eof-switch
           open input journal-file
           if jrnl-status not equal "00"
               display "AuditSample: no POSTJRNL, status "
                   jrnl-status
               exit paragraph
           end-if
           perform until journal-eof
               read journal-file
                   at end
                       move "Y" to journal-eof-switch
                   not at end
                       move journal-record to ws-journal-record
                       if jr-run-date is not less than period-from
                           and jr-run-date is not greater than
                               period-to
                           perform count-one-line
                       end-if
               end-read
           end-perform
           close journal-file.

       count-one-line.
           add 1 to pop-count
           add jr-effect to pop-net
           perform classify-line
           add abs-effect to pop-abs
           if line-stratum equal zero
               add 1 to forced-count
               add abs-effect to forced-value
           else
               add 1 to st-pop-count (line-stratum)
               add abs-effect to st-pop-value (line-stratum)
           end-if.

      * the line's absolute value, and where it falls - zero means
      * a top item, taken outright
       classify-line.
           if jr-effect is less than zero
               compute abs-effect = zero - jr-effect
           else
               move jr-effect to abs-effect
           end-if
           if top-threshold is greater than zero
               and abs-effect is not less than top-threshold
               move zero to line-stratum
               exit paragraph
           end-if
           move stratum-count to line-stratum
           perform varying b from bound-count by -1
                   until b is less than 1
               if abs-effect is less than stratum-bound (b)
                   move b to line-stratum
               end-if
           end-perform.

      * each stratum's share of the sample: by line count for a
      * random draw, by value for monetary units - never less than
      * one from a stratum with anything to draw
       allocate-sample.
           move zero to basis-total
           perform varying s from 1 by 1
                   until s is greater than stratum-count
               if method-random
                   add st-pop-count (s) to basis-total
               else
                   add st-pop-value (s) to basis-total
               end-if
           end-perform
           if basis-total equal zero
               exit paragraph
           end-if
           perform varying s from 1 by 1
                   until s is greater than stratum-count
               if method-random
                   move st-pop-count (s) to basis-value
               else
                   move st-pop-value (s) to basis-value
               end-if
               if basis-value is greater than zero
                   compute allocated-size rounded =
                       requested-size * basis-value / basis-total
                   compute st-sample-size (s) rounded = allocated-size
                   if st-sample-size (s) equal zero
                       move 1 to st-sample-size (s)
                   end-if
                   if method-random and st-sample-size (s) is not less
                           than st-pop-count (s)
                       move st-pop-count (s) to st-sample-size (s)
                       move "Y" to st-take-all (s)
                   end-if
               end-if
           end-perform.

      * one stratum's draws - distinct line positions for a random
      * sample, units of value for monetary units - then put in
      * order so the second pass meets them as it reads
       draw-stratum-sample.
           compute st-sel-start (s) = sel-count + 1
           move sel-count to st-sel-end (s)
           move st-sel-start (s) to st-next (s)
           if st-take-all (s) equal "Y" or st-sample-size (s) = zero
               exit paragraph
           end-if
           if method-random
               move st-pop-count (s) to draw-range
           else
               move st-pop-value (s) to draw-range
           end-if
           perform varying k from 1 by 1
                   until k is greater than st-sample-size (s)
               if sel-count is not less than 510
                   display "AuditSample: selection table full"
                   move RC-ERROR to return-code
                   stop run
               end-if
               move "N" to position-unique-switch
               perform until position-unique
                   perform draw-one-position
                   move "Y" to position-unique-switch
                   if method-random
                       perform varying sx from st-sel-start (s) by 1
                               until sx is greater than sel-count
                           if sel-position (sx) equal draw-position
                               move "N" to position-unique-switch
                           end-if
                       end-perform
                   end-if
               end-perform
               add 1 to sel-count
               move draw-position to sel-position (sel-count)
           end-perform
           move sel-count to st-sel-end (s)
           perform varying sx from st-sel-start (s) by 1
                   until sx is not less than st-sel-end (s)
               move sx to low-idx
               perform varying sy from sx by 1
                       until sy is greater than st-sel-end (s)
                   if sel-position (sy) is less than
                           sel-position (low-idx)
                       move sy to low-idx
                   end-if
               end-perform
               if low-idx not equal sx
                   move sel-position (sx) to swap-position
                   move sel-position (low-idx) to sel-position (sx)
                   move swap-position to sel-position (low-idx)
               end-if
           end-perform.

      * one position from 1 to draw-range: two turns of the
      * generator make a number far wider than any range drawn
      * from, and its remainder picks the position
       draw-one-position.
           perform next-random-number
           move rng-state to rng-high
           perform next-random-number
           divide rng-state by 1000000 giving rng-quotient
               remainder rng-low
           compute big-draw = rng-high * 1000000 + rng-low
           divide big-draw by draw-range giving draw-quotient
               remainder draw-position
           add 1 to draw-position.

       next-random-number.
           compute rng-product = rng-state * rng-multiplier
           divide rng-product by rng-modulus giving rng-quotient
               remainder rng-state.

      * the second pass: each line in the period met again in the
      * same order, taken if a draw landed on it
       select-sample.
           move "N" to journal-eof-switch
           open input journal-file
           if jrnl-status not equal "00"
               exit paragraph
           end-if
           perform until journal-eof
               read journal-file
                   at end
                       move "Y" to journal-eof-switch
                   not at end
                       move journal-record to ws-journal-record
                       if jr-run-date is not less than period-from
                           and jr-run-date is not greater than
                               period-to
                           perform test-one-line
                       end-if
               end-read
           end-perform
           close journal-file.

       test-one-line.
           move space to selection-basis
           perform classify-line
           if line-stratum equal zero
               move "T" to selection-basis
               add 1 to forced-selected
               perform take-selected-line
               exit paragraph
           end-if
           move line-stratum to s
           if method-random
               add 1 to st-ordinal (s)
               if st-take-all (s) equal "Y"
                   move "R" to selection-basis
               else
                   if st-next (s) is not greater than st-sel-end (s)
                       and sel-position (st-next (s))
                           equal st-ordinal (s)
                       move "R" to selection-basis
                       add 1 to st-next (s)
                   end-if
               end-if
           else
               compute cum-after = st-cum (s) + abs-effect
               move zero to line-hits
               perform until st-next (s) is greater than
                       st-sel-end (s)
                       or sel-position (st-next (s)) is greater
                           than cum-after
                   add 1 to line-hits
                   add 1 to st-next (s)
               end-perform
               move cum-after to st-cum (s)
               if line-hits is greater than zero
                   move "M" to selection-basis
               end-if
           end-if
           if selection-basis not equal space
               add 1 to st-selected (s)
               add 1 to drawn-selected
               perform take-selected-line
           end-if.

      * a selected line onto the report and the tick-off extract
       take-selected-line.
           add 1 to sample-number
           move sample-number to sdl-number
           move selection-basis to sdl-basis
           if line-stratum equal zero
               move space to sdl-stratum
           else
               move line-stratum to sdl-stratum
           end-if
           move jr-account to sdl-account
           move jr-run-date to sdl-run-date
           move jr-run-number to sdl-run
           move jr-item to sdl-item
           move jr-dept to sdl-dept
           move jr-code to sdl-code
           move jr-effect to sdl-effect
           move selected-line to report-line
           perform write-report-line

           call "AcctLookup" using jr-account acct-lookup-result
               ws-acct-record
           move sample-number to ex-number
           move selection-basis to ex-basis
           move sdl-stratum to ex-stratum
           move jr-run-date to ex-run-date
           move jr-run-number to ex-run
           move jr-item to ex-item
           move jr-account to ex-account
           if acct-lookup-not-found or acct-lookup-unavailable
               move "(not on the account master)" to ex-name
           else
               move acct-name to ex-name
           end-if
           move jr-dept to ex-dept
           move jr-code to ex-code
           move jr-effect to ex-effect
           move jr-feed-name to ex-feed-name
           move jr-feed-date to ex-feed-date
           if jr-feed-item is numeric
               move jr-feed-item to ex-feed-item
           else
               move spaces to ex-feed-item
           end-if
           move extract-detail to extract-line
           write extract-line.

       print-parameters.
           move spaces to parameter-line
           move "Period:" to pml-label
           string period-from " to " period-to
               delimited by size into pml-value
           move parameter-line to report-line
           perform write-report-line
           move spaces to parameter-line
           move "Method:" to pml-label
           if method-random
               move "random, without replacement" to pml-value
           else
               move "monetary unit" to pml-value
           end-if
           move parameter-line to report-line
           perform write-report-line
           move spaces to parameter-line
           move "Seed:" to pml-label
           move seed-value to edit-seed
           string edit-seed " (" delimited by size
               seed-source delimited by "  "
               ")" delimited by size into pml-value
           move parameter-line to report-line
           perform write-report-line
           move spaces to parameter-line
           move "Sample size requested:" to pml-label
           move requested-size to edit-count
           move edit-count to pml-value
           move parameter-line to report-line
           perform write-report-line
           move spaces to parameter-line
           move "Top items taken from:" to pml-label
           if top-threshold equal zero
               move "(none)" to pml-value
           else
               move top-threshold to edit-bound
               move edit-bound to pml-value
           end-if
           move parameter-line to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line
           move basis-note-line to report-line
           perform write-report-line.

      * the whole period measured - the auditors' proof the sample
      * was drawn from all of it
       print-population.
           move spaces to report-line
           perform write-report-line
           move population-heading to report-line
           perform write-report-line
           move spaces to parameter-line
           move "  Journal lines:" to pml-label
           move pop-count to edit-count
           move edit-count to pml-value
           move parameter-line to report-line
           perform write-report-line
           move spaces to parameter-line
           move "  Net effect:" to pml-label
           move pop-net to edit-net
           move edit-net to pml-value
           move parameter-line to report-line
           perform write-report-line
           move spaces to parameter-line
           move "  Absolute value:" to pml-label
           move pop-abs to edit-value
           move edit-value to pml-value
           move parameter-line to report-line
           perform write-report-line
           move stratum-heading to report-line
           perform write-report-line
           perform varying s from 1 by 1
                   until s is greater than stratum-count
               move s to sl-number
               if s equal 1
                   move zero to sl-low
               else
                   move stratum-bound (s - 1) to sl-low
               end-if
               if s is greater than bound-count
                   move " + " to sl-dash
                   move spaces to sl-high
               else
                   move " - " to sl-dash
                   compute edit-bound = stratum-bound (s) - 1
                   move edit-bound to sl-high
               end-if
               move st-pop-count (s) to sl-count
               move st-pop-value (s) to sl-value
               move st-sample-size (s) to sl-sample
               move zero to sl-interval
               if method-mus and st-sample-size (s) is greater
                       than zero
                   compute sl-interval =
                       st-pop-value (s) / st-sample-size (s)
               end-if
               move stratum-line to report-line
               perform write-report-line
           end-perform
           if top-threshold is greater than zero
               move top-threshold to fl-threshold
               move forced-count to fl-count
               move forced-value to fl-value
               move forced-line to report-line
               perform write-report-line
           end-if.

       print-sample-totals.
           move spaces to report-line
           perform write-report-line
           move spaces to total-line
           move "Lines drawn:" to tl-label
           move drawn-selected to tl-count
           move total-line to report-line
           perform write-report-line
           move spaces to total-line
           move "Top items taken outright:" to tl-label
           move forced-selected to tl-count
           move total-line to report-line
           perform write-report-line
           move spaces to total-line
           move "Lines on the extract:" to tl-label
           move sample-number to tl-count
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
           move spaces to report-line
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

      * one line per run on the shared audit trail - the seed goes
      * with it, so the draw can be repeated from the trail alone
       write-audit-record.
           move spaces to ws-audit-record
           move "AuditSampl" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move pop-count to aud-population
           move sample-number to aud-sampled
           move seed-value to aud-seed
           string "Population: " aud-population
               delimited by size into aud-input-summary
           string "Sampled: " aud-sampled " seed " aud-seed
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program AuditSample.
