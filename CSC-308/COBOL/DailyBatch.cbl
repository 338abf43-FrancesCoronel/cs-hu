           select calendar-file assign to "CALENDAR"
               organization is line sequential
               file status is calendar-status.
      * the periodic steps and the nights they fall due, and what
      * became of each due step tonight for the morning report
           select schedule-file assign to "JOBSCHED"
               organization is line sequential
               file status is jobsched-status.
           select schedule-status-file assign to "SCHEDSTAT"
               organization is line sequential
               file status is schedstat-status.
      * read-only peeks for the sort-step engine selection: the
      * night's record volume off the branch key files, and the
      * certification mark SortCert maintains
           select batch-status-file assign to "BATCHSTAT"
               organization is line sequential
               file status is batchstat-status.
      * a FORCE is an operator override - refused or accepted, it
      * leaves its mark on the shared audit trail
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.
           select reject-file assign to "REJECTS"
               organization is line sequential
               file status is reject-status.
      * the operator alert queue, read at start for any CRITICAL
      * still open
           select alert-file assign to "ALERTQ"
               organization is line sequential
               file status is alertq-status.
      * the catch-up cycle's summary - one line per business date
           select catchup-report-file assign to "CATCHRPT"
               organization is line sequential
               file status is catchrpt-status.

       data division.
       file section.
       fd  calendar-file.
       01  calendar-record pic x(8).

      * one line per periodic step: the program, when it falls
      * due, the main-stream step it runs behind (blank for behind
      * IntAccrue, ahead of the report packets), and up to two
      * environment settings the step needs - MEMONTH=PRIOR and
      * MECLOSE=Y for the closing MonthEnd, YECONF=Y for YearClose.
      * A program may appear on more than one line under different
      * rules, but only one of its lines may fall due on a night.
      * The due rules, all worked out from the processing date and
      * CALENDAR:
      *     DAY  - every night
      *     FBDM - first business day of the month
      *     LBDM - last business day of the month
      *     FBDW - first business day of the week
      *     BDnn - the nn'th business day of the month
      *     LBDY - last business day of the year
       fd  schedule-file.
       01  schedule-record.
           05  js-step-name pic x(14).
           05  js-when pic x(4).
           05  js-after-step pic x(14).
           05  js-env-setting occurs 2 times.
               10  js-env-name pic x(8).
               10  js-env-value pic x(8).

       fd  schedule-status-file.
       01  schedule-status-record pic x(39).

       fd  bsin-file.
       01  bsin-record pic x(20).

       fd  batch-status-file.
       01  batch-status-record pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       fd  reject-file.
       01  reject-record pic x(96).

       fd  alert-file.
       01  alert-record pic x(116).

       fd  catchup-report-file.
       01  catchup-report-line pic x(80).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  joblog-status pic xx.
           copy "WS-JOBLOG-RECORD".
       01  run-date pic x(8).
       01  machine-date pic x(8).
       01  force-parm pic x value "N".
           88  force-requested value "Y".
      * one FORCE, judged once - a start that is both a same-day
      * rerun and over an open CRITICAL alert checks the operator
      * and writes the override to the audit trail the one time
       01  force-accepted-switch pic x value "N".
           88  force-accepted value "Y".
      * a night that stopped leaves a CRITICAL alert on ALERTQ; no
      * start - fresh or restart - goes ahead over one the day shift
      * has not acknowledged, whichever run raised it. A night
      * restarted to completion clears RSTCTL, so the run number
      * cannot tell which alerts still matter; only ALERTACK can.
       01  alertq-status pic xx.
           copy "WS-ALERT-RECORD".
       01  alertq-eof-switch pic x value "N".
           88  alertq-eof value "Y".
       01  open-critical-count pic 9(5) comp-3 value zero.
      * OPERID names who set FORCE; they must hold the forced-rerun
      * right on OPERCTL, as OperCheck judges it
       01  operid-value pic x(8).
       01  oper-check-right pic x value "F".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
       01  calendar-eof-switch pic x value "N".
           88  calendar-eof value "Y".
       01  holiday-table.
               10  hol-date pic x(8).
       01  holiday-count pic 9(3) comp-3 value zero.
       01  h pic 9(3) comp-3.
      * the year-ahead check: from October on, the coming year's
      * holidays must be on CALENDAR (CalMaint keys them) or every
      * night warns until they are
       01  run-date-parts.
           05  run-yyyy pic 9(4).
           05  run-mm pic 9(2).
           05  run-dd pic 9(2).
       01  coming-year pic 9(4).
       01  coming-year-holidays pic 9(3) comp-3 value zero.
      * the job schedule: the periodic steps off JOBSCHED, whether
      * each is due tonight, and how it came out. A step that is a
      * main-stream step itself, an unknown due rule, or an unknown
      * point in the stream is refused - refused lines are carried
      * to SCHEDSTAT so a broken schedule shows in the morning
       01  jobsched-status pic xx.
       01  schedstat-status pic xx.
           copy "WS-SCHEDSTAT-RECORD".
       01  jobsched-eof-switch pic x value "N".
           88  jobsched-eof value "Y".
       01  schedule-table.
           05  schedule-entry occurs 20 times.
               10  sch-step-name pic x(14).
               10  sch-when pic x(4).
               10  sch-when-parts redefines sch-when.
                   15  sch-when-bd pic x(2).
                   15  sch-when-day pic x(2).
               10  sch-after-step pic x(14).
               10  sch-env-setting occurs 2 times.
                   15  sch-env-name pic x(8).
                   15  sch-env-value pic x(8).
               10  sch-due-switch pic x.
                   88  sch-due value "Y".
               10  sch-outcome pic x(10).
               10  sch-rc pic 9(3).
       01  schedule-count pic 9(3) comp-3 value zero.
       01  sc pic 9(3) comp-3.
       01  sc2 pic 9(3) comp-3.
       01  ev pic 9(1) comp-3.
       01  default-after-step pic x(14) value "./IntAccrue".
       01  stream-point-name pic x(14).
       01  scheduled-step-switch pic x value "N".
           88  scheduled-step-running value "Y".
       01  step-skipped-switch pic x value "N".
           88  step-skipped value "Y".
       01  schedule-refused-switch pic x.
           88  schedule-refused value "Y".
      * where the processing date sits in its month and year: the
      * business days either side of it, and its business-day
      * number within the month
       01  run-date-integer pic 9(7) comp-3.
       01  next-business-date pic x(8).
       01  prior-business-date pic x(8).
      * Monday-to-Sunday week numbers under integer-of-date day
      * numbering, for the weekly rule
       01  run-week-number pic 9(7) comp-3.
       01  prior-week-number pic 9(7) comp-3.
       01  business-day-of-month pic 9(2) comp-3.
       01  bd-number pic 9(2).
      * next-business-day working fields
       01  candidate-integer pic 9(7) comp-3.
       01  candidate-date pic 9(8).
      * number, and only the designated supplement feed (SUPPIN)
      * posted through Add - no Compare, no date advance, and no
      * touch of the completion stamp or restart checkpoint
       01  cycle-value pic x(8) value spaces.
           88  supp-cycle-requested value "SUPP".
      * CYCLE=SHADOW validates a repaired feed: Add and Compare run
      * under SHADOW=Y with every write redirected to .SHD copies,
      * then ShadowCmp lays the two balance masters side by side -
      * the live data is never touched, the date never advances
           88  shadow-cycle-requested value "SHADOW".
      * CYCLE=CATCHUP works off missed business days in one sitting:
      * from the date RUNCTL is on through CUTO, each date's feeds
      * staged by FeedStage and the whole stream run for it as a
      * child job, stopping at the first date that does not end
      * clean. CUFROM, when given, must be the date RUNCTL is on.
           88  catchup-cycle-requested value "CATCHUP".
      * a step that runs outside the restart protocol - the
      * manifest RECORD pass shares its program name with the
      * VERIFY pass, so it neither writes a checkpoint nor lets a
           05  filler pic x(5) value "#RUN ".
           05  rnr-number pic 9(9).
       01  completed-step-table.
           05  completed-step-entry occurs 40 times.
               10  cs-name pic x(14).
       01  completed-step-count pic 9(3) comp-3 value zero.
       01  cs pic 9(3) comp-3.
       01  planned-step-table-values.
           05  filler pic x(14) value "./Manifest".
           05  filler pic x(14) value "./Snapshot".
           05  filler pic x(14) value "./FeedIntake".
           05  filler pic x(14) value "./PreFlight".
           05  filler pic x(14) value "./StandOrder".
           05  filler pic x(14) value "./PendRelease".
           05  filler pic x(14) value "./Add".
           05  filler pic x(14) value "./BalMonitor".
           05  filler pic x(14) value "./VelMonitor".
           05  filler pic x(14) value "./Compare".
           05  filler pic x(14) value "./ExcAging".
           05  filler pic x(14) value "./BubbleSort".
           05  filler pic x(14) value "./BrCensus".
           05  filler pic x(14) value "./Balancer".
           05  filler pic x(14) value "./GlExtract".
           05  filler pic x(14) value "./MtdPost".
           05  filler pic x(14) value "./VolCheck".
           05  filler pic x(14) value "./YtdPost".
           05  filler pic x(14) value "./BalHistory".
           05  filler pic x(14) value "./IntAccrue".
           05  filler pic x(14) value "./Distribute".
           05  filler pic x(14) value "./Manifest".
       01  planned-step-table redefines planned-step-table-values.
           05  planned-step occurs 22 times pic x(14).
       01  planned-step-count pic 9(3) comp-3 value 22.
       01  planned-step-pointer pic 9(3) comp-3 value zero.
       01  ps pic 9(3) comp-3.
      * per-step average elapsed off the accumulated JOBLOG; a
           88  late-run value "Y".
       01  long-step-switch pic x.
           88  long-step value "Y".
      * the catch-up cycle's dates and how each came out - the run
      * number is read back off the child run's own audit lines
       01  catchrpt-status pic xx.
       01  cufrom-value pic x(8).
       01  cuto-value pic x(8).
       01  catchup-from-date pic x(8).
       01  catchup-to-date pic x(8).
       01  catchup-to-integer pic 9(7) comp-3.
       01  catchup-table.
           05  catchup-entry occurs 60 times.
               10  cu-date pic x(8).
               10  cu-run-number pic 9(9).
               10  cu-rc pic 9(3).
               10  cu-outcome pic x(12).
       01  catchup-count pic 9(3) comp-3 value zero.
       01  max-catchup-dates pic 9(3) comp-3 value 60.
       01  cu pic 9(3) comp-3.
       01  catchup-clean-count pic 9(3) comp-3 value zero.
       01  catchup-overflow-switch pic x value "N".
           88  catchup-overflow value "Y".
       01  catchup-stopped-switch pic x value "N".
           88  catchup-stopped value "Y".
       01  catchup-stop-date pic x(8) value spaces.
       01  catchup-stop-outcome pic x(12) value spaces.
       01  audit-eof-switch pic x value "N".
           88  audit-eof value "Y".
       01  audit-line-count pic 9(7) comp-3.
       01  audit-lines-before pic 9(7) comp-3.
       01  catchup-keep-name pic x(12) value "CATCHRPT".
       01  catchup-keep-pages pic 9(5) value 1.
       01  catchup-keep-items pic 9(7).
       01  catchup-count-display pic 9(3).
       01  catchup-clean-display pic 9(3).
       01  catchup-heading.
           05  filler pic x(30) value "Catch-up Cycle".
           05  filler pic x(10) value "Run Date:".
           05  ch-date pic x(8).
           05  filler pic x(7) value "  Run: ".
           05  ch-run pic 9(9) value zero.
       01  catchup-range-line.
           05  filler pic x(17) value "Dates:           ".
           05  crl-from pic x(8).
           05  filler pic x(9) value " through ".
           05  crl-to pic x(8).
       01  catchup-operator-line.
           05  filler pic x(17) value "Operator:        ".
           05  col-operator pic x(8).
       01  catchup-column-heading.
           05  filler pic x(10) value "Date".
           05  filler pic x(12) value "Run number".
           05  filler pic x(6) value "RC".
           05  filler pic x(12) value "Outcome".
       01  catchup-detail-line.
           05  cdl-date pic x(8).
           05  filler pic x(2) value spaces.
           05  cdl-run-number pic z(8)9.
           05  filler pic x(3) value spaces.
           05  cdl-rc pic zz9.
           05  filler pic x(3) value spaces.
           05  cdl-outcome pic x(12).
       01  catchup-total-line.
           05  filler pic x(17) value "Dates clean:     ".
           05  ctl-clean pic zz9.
           05  filler pic x(4) value " of ".
           05  ctl-count pic zz9.
       01  catchup-runctl-line.
           05  filler pic x(17) value "RUNCTL now on:   ".
           05  crc-date pic x(8).
       01  catchup-stop-line.
           05  filler pic x(11) value "Stopped at ".
           05  csl-date pic x(8).
           05  csl-advice pic x(42).
       01  status-line-1.
           05  filler pic x(6) value "DATE  ".
           05  st1-date pic x(8).
           if shadow-cycle-requested
               perform run-shadow-cycle
           end-if
           if catchup-cycle-requested
               perform run-catchup-cycle
           end-if
           move rc-processing-date to run-date
           set environment "PROCDATE" to run-date
           display "===== DailyBatch job starting " run-date " ====="
           perform check-coming-year-calendar
      * the deadline monitor arms at job start: where the clock
      * stands, where the deadline falls (past midnight if need
      * be), and every step's average off the accumulated JOBLOG
           if rc-completed-stamp equal machine-date
               accept force-parm from environment "FORCE"
               if force-requested
                   perform check-force-operator
                   display "DailyBatch: a run already completed "
                       "today - FORCE accepted for " operid-value
               else
                   display "DailyBatch: a run already completed "
                       "today - start refused (set FORCE=Y to "
               end-if
           end-if
           accept restart-parm from environment "RESTART"
           perform check-open-critical-alerts
           if restart-requested
               perform load-restart-checkpoint
               display "DailyBatch: restart requested - "
           else
               perform clear-restart-checkpoint
           end-if
           perform load-job-schedule

      * the masters we carry day to day are verified against the
      * manifest the last clean run recorded - a file hand-edited
      * night has to be rerun from scratch
           if not job-abended
               move "./Snapshot" to step-name
               perform run-stream-step
           end-if

      * the night's postings sent in several transmissions are each
      * proved and combined into ADDIN before the feed check looks
           if not job-abended
               move "./FeedIntake" to step-name
               perform run-stream-step
           end-if

      * step zero: every input feed checked before anything posts -
      * a missing transmission stops the stream here, not at 2 AM
           if not job-abended
               move "./PreFlight" to step-name
               perform run-stream-step
           end-if

      * standing instructions due tonight fold into ADDIN before
      * not just unlikely
           if not job-abended
               move "./StandOrder" to step-name
               perform run-stream-step
           end-if

      * supervisor-approved over-limit items fold into the feed and
      * onto the release list before Add's limit gate runs
           if not job-abended
               move "./PendRelease" to step-name
               perform run-stream-step
           end-if

           if not job-abended
               move "./Add" to step-name
               perform run-stream-step
           end-if

      * the movement monitor runs right behind Add, so an account
      * figures go anywhere
           if not job-abended
               move "./BalMonitor" to step-name
               perform run-stream-step
           end-if

      * and the posting-pattern monitor behind it - items kept just
      * under the limit, or an account running far past its usual
      * pace, flag while the night's journal lines are fresh
           if not job-abended
               move "./VelMonitor" to step-name
               perform run-stream-step
           end-if

           if not job-abended
               move "./Compare" to step-name
               perform run-stream-step
           end-if

      * ExcAging runs right behind Compare so tonight's CMPEXC is
      * touch it
           if not job-abended
               move "./ExcAging" to step-name
               perform run-stream-step
           end-if

           if not job-abended
               perform select-sort-engine
               move sort-engine to step-name
               perform run-stream-step
           end-if

      * the branch census right behind the sort - the consolidated
      * keys held up against the account master while tonight's
      * BSMSTR is fresh
           if not job-abended
               move "./BrCensus" to step-name
               perform run-stream-step
           end-if

      * last step: Balancer re-counts the night's physical files and
      * unless the numbers do
           if not job-abended
               move "./Balancer" to step-name
               perform run-stream-step
           end-if

      * once the counts prove, the night's figures post to the
      * extract goes out - it refuses on a night that did not prove
           if not job-abended
               move "./GlExtract" to step-name
               perform run-stream-step
           end-if

           if not job-abended
               move "./MtdPost" to step-name
               perform run-stream-step
           end-if

      * tonight's figures against their own recent history - a
      * complete feed that is half the usual size flags here
           if not job-abended
               move "./VolCheck" to step-name
               perform run-stream-step
           end-if

      * the year view rolls forward right behind the monthly one
           if not job-abended
               move "./YtdPost" to step-name
               perform run-stream-step
           end-if

      * the night's rolled balances into the dated history file,
      * after the counts prove - same reasoning as MtdPost
           if not job-abended
               move "./BalHistory" to step-name
               perform run-stream-step
           end-if

      * the night's interest accrues on the balances just filed -
      * on the month's last business day the accruals capitalize
      * into INTADDIN for Add to post
           if not job-abended
               move "./IntAccrue" to step-name
               perform run-stream-step
           end-if

      * the night's reports bundled into per-recipient packets -
      * a mapped report with no file tonight flags RC-WARNING
           if not job-abended
               move "./Distribute" to step-name
               perform run-stream-step
           end-if

      * the night's closing state of the masters onto the manifest,
               move "Y" to step-checkpoint-switch
           end-if

           perform write-schedule-status
           if not job-abended
               perform clear-restart-checkpoint
               perform advance-processing-date
           move worst-rc to return-code
           stop run.

      * the catch-up cycle: each business date from the one RUNCTL
      * is on through CUTO has its dated feeds staged and then the
      * full stream run for it as a child job, exactly as a night's
      * start would run - its own run number, checkpoint, and date
      * advance. Every date after the first starts on a machine
      * date that already saw a clean run, so the cycle is an
      * operator override throughout: OPERID must hold the forced
      * rerun right, and the children run under FORCE=Y. The first
      * date that does not end clean stops the cycle, so nothing
      * posts on top of a day that did not prove; put it right and
      * resume with CYCLE=CATCHUP RESTART=Y. CATCHRPT lists every
      * date, the run number it ran under, and its ending RC.
       run-catchup-cycle.
           move rc-processing-date to catchup-from-date
           move spaces to cufrom-value
           accept cufrom-value from environment "CUFROM"
           if cufrom-value not equal spaces
               and cufrom-value not equal catchup-from-date
               display "DailyBatch: CUFROM " cufrom-value
                   " is not the date RUNCTL is on ("
                   catchup-from-date ") - catch-up refused"
               move RC-ERROR to return-code
               stop run
           end-if
           move spaces to cuto-value
           accept cuto-value from environment "CUTO"
           if cuto-value is not numeric
               or cuto-value is less than catchup-from-date
               display "DailyBatch: CUTO " cuto-value " must be a "
                   "yyyymmdd date on or after " catchup-from-date
                   " - catch-up refused"
               move RC-ERROR to return-code
               stop run
           end-if
           move cuto-value to catchup-to-date
           perform build-catchup-dates
           if catchup-overflow
               display "DailyBatch: " catchup-from-date " to "
                   catchup-to-date " is more than "
                   max-catchup-dates " business days - catch-up "
                   "refused, take it in shorter ranges"
               move RC-ERROR to return-code
               stop run
           end-if
           move spaces to operid-value
           accept operid-value from environment "OPERID"
           call "OperCheck" using operid-value oper-check-right
               oper-check-result
           move spaces to ws-audit-record
           string "CATCHUP by " operid-value
               delimited by size into aud-input-summary
           if not oper-authorized
               move "Refused: catch-up cycle" to aud-result-summary
               perform write-force-audit-record
               display "DailyBatch: catch-up refused - operator "
                   operid-value " does not hold the forced rerun "
                   "right"
               move RC-ERROR to return-code
               stop run
           end-if
           display "===== DailyBatch catch-up cycle "
               catchup-from-date " to " catchup-to-date " ====="
      * the children run the plain nightly stream under the
      * override, and number their own runs
           accept restart-parm from environment "RESTART"
           set environment "CYCLE" to " "
           set environment "FORCE" to "Y"
           set environment "RUNNBR" to "000000000"
           perform varying cu from 1 by 1
                   until cu is greater than catchup-count
                   or catchup-stopped
               perform run-catchup-date
           end-perform
           perform read-run-control
           perform print-catchup-report
      * the cycle's own line on the audit trail, under run zero -
      * each date's run leaves its own lines under its own number
           move spaces to ws-audit-record
           move catchup-count to catchup-count-display
           move catchup-clean-count to catchup-clean-display
           string "Catch-up " catchup-from-date "-" catchup-to-date
               delimited by size into aud-input-summary
           if catchup-stopped
               string "Clean " catchup-clean-display " of "
                   catchup-count-display " stop " catchup-stop-date
                   delimited by size into aud-result-summary
           else
               string "Clean " catchup-clean-display " of "
                   catchup-count-display
                   delimited by size into aud-result-summary
           end-if
           perform write-force-audit-record
           if catchup-stopped
               move RC-ERROR to worst-rc
           end-if
           display "===== DailyBatch catch-up ending, "
               catchup-clean-count " of " catchup-count
               " date(s) clean, highest RC " worst-rc " ====="
           move worst-rc to return-code
           stop run.

      * the date RUNCTL is on, then every business day after it up
      * to and including CUTO
       build-catchup-dates.
           perform load-holiday-calendar
           move zero to catchup-count
           compute candidate-integer = function integer-of-date
               (function numval (catchup-from-date))
           compute catchup-to-integer = function integer-of-date
               (function numval (catchup-to-date))
           move catchup-from-date to candidate-date-x
           perform add-catchup-date
           perform until candidate-integer is not less than
                   catchup-to-integer
               add 1 to candidate-integer
               compute candidate-date =
                   function date-of-integer (candidate-integer)
               perform check-business-day
               if business-day
                   perform add-catchup-date
               end-if
           end-perform.

       add-catchup-date.
           if catchup-count is not less than max-catchup-dates
               move "Y" to catchup-overflow-switch
               exit paragraph
           end-if
           add 1 to catchup-count
           move candidate-date-x to cu-date (catchup-count)
           move zero to cu-run-number (catchup-count)
           move zero to cu-rc (catchup-count)
           move "NOT RUN" to cu-outcome (catchup-count).

      * one date: RUNCTL must be on it, its feeds staged, then the
      * stream. A restart resumes the interrupted date on the feeds
      * its first attempt was staged with - restaging would undo
      * whatever the completed steps folded into them.
       run-catchup-date.
           move cu-date (cu) to run-date
           perform read-run-control
           if rc-processing-date not equal run-date
               display "DailyBatch: RUNCTL is on " rc-processing-date
                   ", not " run-date " - catch-up stopped"
               move "OUT OF STEP" to cu-outcome (cu)
               move "Y" to catchup-stopped-switch
               move run-date to catchup-stop-date
               move cu-outcome (cu) to catchup-stop-outcome
               exit paragraph
           end-if
           set environment "PROCDATE" to run-date
           if cu equal 1 and restart-requested
               display "DailyBatch: catch-up " run-date
                   " - restarting on the feeds already staged"
           else
               set environment "STAGEDATE" to run-date
               move "./FeedStage" to step-name
               display "DailyBatch: catch-up " run-date
                   " - staging feeds"
               call "SYSTEM" using step-name
               move return-code to step-rc
               compute step-rc = step-rc / 256
               if step-rc is greater than max-acceptable-rc
                   display "DailyBatch: catch-up " run-date
                       " - feeds not on hand, catch-up stopped"
                   move step-rc to cu-rc (cu)
                   move "NO FEEDS" to cu-outcome (cu)
                   move "Y" to catchup-stopped-switch
                   move run-date to catchup-stop-date
                   move cu-outcome (cu) to catchup-stop-outcome
                   exit paragraph
               end-if
           end-if
           perform count-audit-lines
           move audit-line-count to audit-lines-before
           move "./DailyBatch" to step-name
           display "DailyBatch: catch-up " run-date
               " - running the stream"
           call "SYSTEM" using step-name
           move return-code to step-rc
           compute step-rc = step-rc / 256
           set environment "RESTART" to "N"
           move step-rc to cu-rc (cu)
           if step-rc is greater than worst-rc
               move step-rc to worst-rc
           end-if
           perform find-catchup-run-number
           perform read-run-control
           if step-rc is not greater than max-acceptable-rc
               and rc-last-completed-date equal run-date
               move "CLEAN" to cu-outcome (cu)
               add 1 to catchup-clean-count
           else
               move "FAILED" to cu-outcome (cu)
               move "Y" to catchup-stopped-switch
               move run-date to catchup-stop-date
               move cu-outcome (cu) to catchup-stop-outcome
           end-if
           display "DailyBatch: catch-up " run-date " run "
               cu-run-number (cu) " ended RC " step-rc " - "
               cu-outcome (cu).

       count-audit-lines.
           move zero to audit-line-count
           move "N" to audit-eof-switch
           open input audit-file
           if audit-status not equal "00"
               exit paragraph
           end-if
           perform until audit-eof
               read audit-file
                   at end
                       move "Y" to audit-eof-switch
                   not at end
                       add 1 to audit-line-count
               end-read
           end-perform
           close audit-file.

      * the child's run number is the first numbered line it added
      * to the audit trail for the date - its steps all carry it
       find-catchup-run-number.
           move zero to audit-line-count
           move "N" to audit-eof-switch
           open input audit-file
           if audit-status not equal "00"
               exit paragraph
           end-if
           perform until audit-eof
               read audit-file
                   at end
                       move "Y" to audit-eof-switch
                   not at end
                       add 1 to audit-line-count
                       if audit-line-count is greater than
                               audit-lines-before
                           and cu-run-number (cu) equal zero
                           move audit-record to ws-audit-record
                           if aud-run-date equal run-date
                               and aud-run-number is numeric
                               and aud-run-number is greater than
                                   zero
                               move aud-run-number
                                   to cu-run-number (cu)
                           end-if
                       end-if
               end-read
           end-perform
           close audit-file.

       print-catchup-report.
           open output catchup-report-file
           move catchup-from-date to ch-date
           move catchup-heading to catchup-report-line
           write catchup-report-line
           move spaces to catchup-report-line
           write catchup-report-line
           move catchup-from-date to crl-from
           move catchup-to-date to crl-to
           move catchup-range-line to catchup-report-line
           write catchup-report-line
           move operid-value to col-operator
           move catchup-operator-line to catchup-report-line
           write catchup-report-line
           move spaces to catchup-report-line
           write catchup-report-line
           move catchup-column-heading to catchup-report-line
           write catchup-report-line
           perform varying cu from 1 by 1
                   until cu is greater than catchup-count
               move cu-date (cu) to cdl-date
               move cu-run-number (cu) to cdl-run-number
               move cu-rc (cu) to cdl-rc
               move cu-outcome (cu) to cdl-outcome
               move catchup-detail-line to catchup-report-line
               write catchup-report-line
           end-perform
           move spaces to catchup-report-line
           write catchup-report-line
           move catchup-clean-count to ctl-clean
           move catchup-count to ctl-count
           move catchup-total-line to catchup-report-line
           write catchup-report-line
           move rc-processing-date to crc-date
           move catchup-runctl-line to catchup-report-line
           write catchup-report-line
           if catchup-stopped
               move catchup-stop-date to csl-date
               if catchup-stop-outcome equal "FAILED"
                   move " - put it right, then CATCHUP RESTART=Y"
                       to csl-advice
               else
                   move " - put it right, then CATCHUP again"
                       to csl-advice
               end-if
               move catchup-stop-line to catchup-report-line
               write catchup-report-line
           end-if
           close catchup-report-file
           move catchup-count to catchup-keep-items
           call "ReportKeep" using catchup-keep-name
               catchup-from-date catchup-keep-pages
               catchup-keep-items.

       run-one-step.
           move "N" to step-skipped-switch
           if restart-requested and step-checkpointed
               perform check-step-already-completed
               if step-already-completed
                   display "DailyBatch: skipping completed step "
                       step-name
                   move "Y" to step-skipped-switch
      * a skipped step is done work - the projection walks on
                   if not scheduled-step-running
                       add 1 to planned-step-pointer
                   end-if
                   exit paragraph
               end-if
           end-if
           perform write-job-log-record
           if not supp-cycle-requested
               and not shadow-cycle-requested
               and not scheduled-step-running
               perform project-batch-window
           end-if
           if step-rc is greater than worst-rc
               display "DailyBatch: step " step-name
                   " exceeded the acceptable RC - job abended"
               move "Y" to job-abended-switch
               move step-name (3:12) to alert-program-id
               move "CRITICAL" to alert-severity
               move "STEP-ABENDED" to alert-reason
               call "RaiseAlert" using alert-parms
           else
      * the supplemental cycle leaves RSTCTL alone - its one step
      * must not masquerade as a checkpoint of the main stream
               end-if
           end-if.

      * a main-stream step, then every periodic step due tonight
      * that is declared to run behind it, in JOBSCHED order. The
      * sort slot is named for BubbleSort whichever engine ran.
       run-stream-step.
           perform run-one-step
           move step-name to stream-point-name
           if step-name equal "./MergeSort"
               move "./BubbleSort" to stream-point-name
           end-if
           perform varying sc from 1 by 1
                   until sc is greater than schedule-count
               if sch-due (sc) and not job-abended
                   and sch-after-step (sc) equal stream-point-name
                   perform run-scheduled-step
               end-if
           end-perform.

      * one due periodic step under the usual checkpoint, restart,
      * and JOBLOG handling - its environment settings are made for
      * the step alone and blanked again behind it
       run-scheduled-step.
           move sch-step-name (sc) to step-name
           perform varying ev from 1 by 1 until ev is greater than 2
               if sch-env-name (sc ev) not equal spaces
                   set environment sch-env-name (sc ev)
                       to sch-env-value (sc ev)
               end-if
           end-perform
           display "DailyBatch: periodic step " step-name " due ("
               sch-when (sc) ")"
           move "Y" to scheduled-step-switch
           perform run-one-step
           move "N" to scheduled-step-switch
           perform varying ev from 1 by 1 until ev is greater than 2
               if sch-env-name (sc ev) not equal spaces
                   set environment sch-env-name (sc ev) to " "
               end-if
           end-perform
           if step-skipped
               move zero to sch-rc (sc)
               move "EARLIER" to sch-outcome (sc)
           else
               move step-rc to sch-rc (sc)
               if step-rc is greater than max-acceptable-rc
                   move "FAILED" to sch-outcome (sc)
               else
                   move "RAN" to sch-outcome (sc)
               end-if
           end-if.

      * JOBSCHED in, each line edited and its due rule worked out
      * against tonight's processing date - no JOBSCHED just means
      * no periodic steps run in the stream
       load-job-schedule.
           move zero to schedule-count
           open input schedule-file
           if jobsched-status not equal "00"
               display "DailyBatch: no JOBSCHED on file - no "
                   "periodic steps scheduled"
               exit paragraph
           end-if
           perform load-holiday-calendar
           perform resolve-schedule-dates
           perform until jobsched-eof
               read schedule-file
                   at end
                       move "Y" to jobsched-eof-switch
                   not at end
                       if js-step-name not equal spaces
                           and schedule-count is less than 20
                           perform load-one-schedule-line
                       end-if
               end-read
           end-perform
           close schedule-file.

       load-one-schedule-line.
           add 1 to schedule-count
           move js-step-name to sch-step-name (schedule-count)
           move js-when to sch-when (schedule-count)
           move js-after-step to sch-after-step (schedule-count)
           if js-after-step equal spaces
               move default-after-step
                   to sch-after-step (schedule-count)
           end-if
           move js-env-setting (1)
               to sch-env-setting (schedule-count 1)
           move js-env-setting (2)
               to sch-env-setting (schedule-count 2)
           move "N" to sch-due-switch (schedule-count)
           move spaces to sch-outcome (schedule-count)
           move zero to sch-rc (schedule-count)
           move schedule-count to sc
           perform edit-schedule-entry
           if schedule-refused
               move "REFUSED" to sch-outcome (sc)
               exit paragraph
           end-if
           perform check-schedule-due
           if sch-due (sc)
               perform check-schedule-duplicate
           end-if
           if sch-due (sc)
               display "DailyBatch: periodic step " sch-step-name (sc)
                   " due tonight behind " sch-after-step (sc)
           end-if.

      * a periodic step must not be a main-stream step (its
      * checkpoint would be mistaken for the stream's), and it must
      * run behind a step the stream has - the manifest passes
      * bracket the stream and take nobody behind them
       edit-schedule-entry.
           move "N" to schedule-refused-switch
           perform varying ps from 1 by 1
                   until ps is greater than planned-step-count
               if planned-step (ps) equal sch-step-name (sc)
                   move "Y" to schedule-refused-switch
               end-if
           end-perform
           if schedule-refused
               display "DailyBatch: JOBSCHED step "
                   sch-step-name (sc) " refused - already in the "
                   "stream"
               exit paragraph
           end-if
           move "Y" to schedule-refused-switch
           perform varying ps from 1 by 1
                   until ps is greater than planned-step-count
               if planned-step (ps) equal sch-after-step (sc)
                   and planned-step (ps) not equal "./Manifest"
                   move "N" to schedule-refused-switch
               end-if
           end-perform
           if schedule-refused
               display "DailyBatch: JOBSCHED step "
                   sch-step-name (sc) " refused - no stream step "
                   sch-after-step (sc)
               exit paragraph
           end-if
           evaluate true
               when sch-when (sc) equal "DAY " or "FBDM" or "LBDM"
                       or "LBDY" or "FBDW"
                   continue
               when sch-when-bd (sc) equal "BD"
                       and sch-when-day (sc) is numeric
                       and sch-when-day (sc) not equal "00"
                   continue
               when other
                   move "Y" to schedule-refused-switch
                   display "DailyBatch: JOBSCHED step "
                       sch-step-name (sc) " refused - due rule "
                       sch-when (sc) " unknown"
           end-evaluate.

      * the same program twice in one night would share one restart
      * checkpoint - the later line is refused for tonight
       check-schedule-duplicate.
           perform varying sc2 from 1 by 1
                   until sc2 is not less than sc
               if sch-due (sc2)
                   and sch-step-name (sc2) equal sch-step-name (sc)
                   move "N" to sch-due-switch (sc)
                   move "REFUSED" to sch-outcome (sc)
                   display "DailyBatch: JOBSCHED step "
                       sch-step-name (sc) " refused - already due "
                       "tonight on an earlier line"
               end-if
           end-perform.

       check-schedule-due.
           evaluate true
               when sch-when (sc) equal "DAY "
                   move "Y" to sch-due-switch (sc)
               when sch-when (sc) equal "FBDM"
                   if prior-business-date (1:6)
                           not equal run-date (1:6)
                       move "Y" to sch-due-switch (sc)
                   end-if
               when sch-when (sc) equal "LBDM"
                   if next-business-date (1:6)
                           not equal run-date (1:6)
                       move "Y" to sch-due-switch (sc)
                   end-if
               when sch-when (sc) equal "LBDY"
                   if next-business-date (1:4)
                           not equal run-date (1:4)
                       move "Y" to sch-due-switch (sc)
                   end-if
               when sch-when (sc) equal "FBDW"
                   if prior-week-number is less than run-week-number
                       move "Y" to sch-due-switch (sc)
                   end-if
               when other
                   move sch-when-day (sc) to bd-number
                   if bd-number equal business-day-of-month
                       move "Y" to sch-due-switch (sc)
                   end-if
           end-evaluate.

      * the business days either side of the processing date, and
      * its business-day number within the month - the same
      * weekend and CALENDAR walk the date advance uses
       resolve-schedule-dates.
           compute run-date-integer = function integer-of-date
               (function numval (run-date))
           move run-date-integer to candidate-integer
           move "N" to business-day-switch
           perform until business-day
               add 1 to candidate-integer
               compute candidate-date =
                   function date-of-integer (candidate-integer)
               perform check-business-day
           end-perform
           move candidate-date-x to next-business-date
           move run-date-integer to candidate-integer
           move "N" to business-day-switch
           perform until business-day
               subtract 1 from candidate-integer
               compute candidate-date =
                   function date-of-integer (candidate-integer)
               perform check-business-day
           end-perform
           move candidate-date-x to prior-business-date
           compute prior-week-number = (candidate-integer - 1) / 7
           compute run-week-number = (run-date-integer - 1) / 7
           move zero to business-day-of-month
           move run-date (1:6) to candidate-date-x (1:6)
           move "01" to candidate-date-x (7:2)
           compute candidate-integer =
               function integer-of-date (candidate-date)
           perform until candidate-integer is greater than
                   run-date-integer
               compute candidate-date =
                   function date-of-integer (candidate-integer)
               perform check-business-day
               if business-day
                   add 1 to business-day-of-month
               end-if
               add 1 to candidate-integer
           end-perform
           display "DailyBatch: processing date is business day "
               business-day-of-month " of the month, next "
               next-business-date.

      * what became of every due step (and every refused line)
      * tonight, for the morning report - a due step the stream
      * never reached, because an earlier step abended, is SKIPPED
       write-schedule-status.
           open output schedule-status-file
           perform varying sc from 1 by 1
                   until sc is greater than schedule-count
               if sch-due (sc) or sch-outcome (sc) equal "REFUSED"
                   if sch-outcome (sc) equal spaces
                       move "SKIPPED" to sch-outcome (sc)
                       display "DailyBatch: periodic step "
                           sch-step-name (sc) " due but not run"
                   end-if
                   move run-date to ss-run-date
                   move sch-step-name (sc) to ss-step-name
                   move sch-when (sc) to ss-when
                   move sch-outcome (sc) to ss-outcome
                   move sch-rc (sc) to ss-step-rc
                   move ws-schedstat-record
                       to schedule-status-record
                   write schedule-status-record
               end-if
           end-perform
           close schedule-status-file.

      * the sort step's engine, by the night's record volume: the
      * certified merge engine above the threshold, bubble for the
      * trivial batches (and always, until SortCert certifies)
      * no CALENDAR file just means no bank holidays on file
       load-holiday-calendar.
           move zero to holiday-count
           move "N" to calendar-eof-switch
           open input calendar-file
           if calendar-status equal "00"
               perform until calendar-eof
               close calendar-file
           end-if.

      * a fourth-quarter night with no holiday on file for the
      * coming year warns and holds the job's RC at 4 at best - the
      * next-business-day walk would otherwise run straight through
      * New Year's Day come January
       check-coming-year-calendar.
           move run-date to run-date-parts
           if run-mm is less than 10
               exit paragraph
           end-if
           perform load-holiday-calendar
           compute coming-year = run-yyyy + 1
           move zero to coming-year-holidays
           perform varying h from 1 by 1
                   until h is greater than holiday-count
               if hol-date (h) (1:4) equal coming-year
                   add 1 to coming-year-holidays
               end-if
           end-perform
           if coming-year-holidays equal zero
               display "DailyBatch: CALENDAR WARNING - no holidays on "
                   "file for " coming-year " - key them through "
                   "CalMaint"
               move "DailyBatch" to alert-program-id
               move "WARNING" to alert-severity
               move "NO-CALENDAR-YEAR" to alert-reason
               call "RaiseAlert" using alert-parms
               if worst-rc is less than RC-WARNING
                   move RC-WARNING to worst-rc
               end-if
           end-if.

      * a start over any CRITICAL alert still open on ALERTQ refuses
      * unless FORCE is given - acknowledging them is AlertReport's
      * job, through ALERTACK
       check-open-critical-alerts.
           move zero to open-critical-count
           move "N" to alertq-eof-switch
           open input alert-file
           if alertq-status not equal "00"
               exit paragraph
           end-if
           perform until alertq-eof
               read alert-file
                   at end
                       move "Y" to alertq-eof-switch
                   not at end
                       move alert-record to ws-alert-record
                       perform count-open-critical-alert
               end-read
           end-perform
           close alert-file
           if open-critical-count equal zero
               exit paragraph
           end-if
           accept force-parm from environment "FORCE"
           if force-requested
               if not force-accepted
                   perform check-force-operator
               end-if
               display "DailyBatch: " open-critical-count
                   " CRITICAL alert(s) still open on ALERTQ - "
                   "FORCE accepted for " operid-value
           else
               display "DailyBatch: " open-critical-count
                   " CRITICAL alert(s) still open on ALERTQ - "
                   "start refused (acknowledge them through "
                   "AlertReport, or set FORCE=Y)"
               move RC-ERROR to return-code
               stop run
           end-if.

       count-open-critical-alert.
           if alr-critical and alr-open
               add 1 to open-critical-count
           end-if.

      * the completed steps of the failed run, loaded for skipping
       load-restart-checkpoint.
           move zero to completed-step-count
               end-if
               exit paragraph
           end-if
           if completed-step-count is less than 40
               add 1 to completed-step-count
               move restart-record
                   to cs-name (completed-step-count)
           end-if
           close batch-status-file.

      * a FORCE goes through only for an operator holding the
      * forced-rerun right - otherwise the start is refused exactly
      * as if FORCE had not been set, with a reject saying why.
      * Either way the override is written to the audit trail.
       check-force-operator.
           move spaces to operid-value
           accept operid-value from environment "OPERID"
           call "OperCheck" using operid-value oper-check-right
               oper-check-result
           move spaces to ws-audit-record
           string "FORCE by " operid-value
               delimited by size into aud-input-summary
           if oper-authorized
               move "Forced rerun accepted" to aud-result-summary
               perform write-force-audit-record
               move "Y" to force-accepted-switch
               exit paragraph
           end-if
           move "Refused: forced rerun" to aud-result-summary
           perform write-force-audit-record
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when operid-value equal spaces
                   move "NO-OPERATOR" to rej-reason
                   move "FORCE with no OPERID named" to rej-detail
               when oper-not-found
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " operid-value " not on OPERCTL"
                       delimited by size into rej-detail
               when oper-suspended
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " operid-value
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "NOT-AUTHORIZED" to rej-reason
                   string operid-value " lacks forced rerun right"
                       delimited by size into rej-detail
           end-evaluate
           move "DailyBatch" to rej-program-id
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
           close reject-file
           display "DailyBatch: FORCE refused for operator "
               operid-value
               " (" rej-reason ")"
           move RC-ERROR to return-code
           stop run.

       write-force-audit-record.
           move "DailyBatch" to aud-program-id
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

      * hhmmss held in clock-hhmmss to seconds-since-midnight
       convert-clock-to-seconds.
           move clock-hhmmss (1:2) to clock-hh
