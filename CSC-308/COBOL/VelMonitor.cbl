      *****************************************************************
      *                                                               *
      * VelMonitor                                                    *
      *                                                               *
      * The posting-pattern check over the journal, run as the step   *
      * right behind BalMonitor. LIMCTL stops a single large item     *
      * and BalMonitor flags a large net swing, but neither sees      *
      * several items kept just under the limit on one account over   *
      * a few days, or an account that suddenly takes ten times its   *
      * usual number of items. This program sorts the recent          *
      * POSTJRNL lines by account and puts every account posted       *
      * tonight through two tests:                                    *
      *                                                               *
      *     structuring - the account took at least the set number    *
      *         of items within the set percentage below its class's  *
      *         LIMCTL posting limit inside the rolling window of     *
      *         days ending tonight, one of them tonight              *
      *     velocity - tonight's item count, or tonight's gross       *
      *         debits (the positive effects), came to more than      *
      *         the set multiple of the account's own average per     *
      *         posting night over the trailing history period; an    *
      *         account must take the set minimum of items tonight    *
      *         to be judged at all                                   *
      *                                                               *
      * The thresholds come off the VELCTL control file - one line    *
      * per account class, class ** the default, same convention as   *
      * MOVCTL. The posting limits are Add's own, off LIMCTL; with    *
      * no LIMCTL there is no limit to hide under and the             *
      * structuring test stands down, loudly. The class comes off     *
      * the account master through AcctLookup.                        *
      *                                                               *
      * Every alert prints on VELRPT with the account, its name and   *
      * class, the figures that tripped it, and the journal lines     *
      * behind it, for the morning review; the report is kept         *
      * through ReportKeep and the step ends RC-WARNING when          *
      * anything flagged.                                             *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. VelMonitor.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select journal-file assign to "POSTJRNL"
               organization is line sequential
               file status is jrnl-status.
           select velocity-file assign to "VELCTL"
               organization is line sequential
               file status is velctl-status.
           select limit-file assign to "LIMCTL"
               organization is line sequential
               file status is limctl-status.
           select sort-work-file assign to "SORTWK".
           select report-file assign to "VELRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  journal-file.
       01  journal-record pic x(94).

      * the velocity control file - one line per account class:
      * the band below the posting limit in percent, the rolling
      * window in days and the number of items in it that make a
      * pattern, the trailing history period in days, the count and
      * gross-debit multiples of the account's own average, and the
      * fewest items tonight worth judging. Class ** is the default.
       fd  velocity-file.
       01  velocity-record.
           05  vr-class pic x(2).
           05  vr-band-pct pic 9(2).
           05  vr-window-days pic 9(3).
           05  vr-repeat-count pic 9(3).
           05  vr-history-days pic 9(3).
           05  vr-count-multiple pic 9(3)v9.
           05  vr-debit-multiple pic 9(3)v9.
           05  vr-min-items pic 9(3).

      * Add's posting-limit file, read the same way Add reads it
       fd  limit-file.
       01  limit-record.
           05  lc-class pic x(2).
           05  lc-limit pic s9(9) sign is trailing separate.

      * the journal line carried whole through the sort, keyed on
      * the account and the posting date, release order kept
       sd  sort-work-file.
       01  sort-work-record.
           05  sort-account pic x(8).
           05  sort-date-integer pic 9(7).
           05  sort-seq pic 9(9).
           05  sort-journal pic x(94).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  jrnl-status pic xx.
       01  velctl-status pic xx.
       01  limctl-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-JOURNAL-RECORD".
       01  journal-eof-switch pic x value "N".
           88  journal-eof value "Y".
       01  sort-eof-switch pic x value "N".
           88  sort-eof value "Y".
       01  velocity-eof-switch pic x value "N".
           88  velocity-eof value "Y".
       01  limit-eof-switch pic x value "N".
           88  limit-eof value "Y".
      * the compiled-in thresholds, used only when VELCTL is missing
      * entirely - the live numbers come off the file
       01  default-velocity-values.
           05  filler pic x(2) value "**".
           05  filler pic 9(2) value 10.
           05  filler pic 9(3) value 5.
           05  filler pic 9(3) value 3.
           05  filler pic 9(3) value 30.
           05  filler pic 9(3)v9 value 10.0.
           05  filler pic 9(3)v9 value 10.0.
           05  filler pic 9(3) value 5.
      * the classes loaded from VELCTL - class ** is the default
      * entry used when an account's class has no line of its own
       01  vel-count pic 9(3) comp-3 value zero.
       01  max-vel-size pic 9(3) comp-3 value 20.
       01  vel-table.
           05  vel-entry occurs 20 times.
               10  vl-class pic x(2).
               10  vl-band-pct pic 9(2) comp-3.
               10  vl-window-days pic 9(3) comp-3.
               10  vl-repeat-count pic 9(3) comp-3.
               10  vl-history-days pic 9(3) comp-3.
               10  vl-count-multiple pic 9(3)v9 comp-3.
               10  vl-debit-multiple pic 9(3)v9 comp-3.
               10  vl-min-items pic 9(3) comp-3.
       01  vx pic 9(3) comp-3.
       01  ev pic 9(3) comp-3.
      * Add's limits, with Add's wide-open fallback - a limit that
      * wide means the shop has set none, and there is nothing to
      * structure under
       01  default-posting-limit pic s9(9) comp-3 value 999999999.
       01  lim-count pic 9(3) comp-3 value zero.
       01  max-lim-size pic 9(3) comp-3 value 20.
       01  lim-table.
           05  lim-entry occurs 20 times.
               10  lm-class pic x(2).
               10  lm-limit pic s9(9) comp-3.
       01  lx pic 9(3) comp-3.
       01  effective-posting-limit pic s9(9) comp-3.
       01  band-floor pic s9(9) comp-3.
       01  structuring-on-switch pic x.
           88  structuring-on value "Y".
      * the dates: tonight, and the oldest night either test can
      * reach back to across all the classes
       01  run-date pic x(8).
       01  today-integer pic 9(7) comp-3.
       01  oldest-integer pic 9(7) comp-3.
       01  longest-span pic 9(3) comp-3.
       01  window-start-integer pic 9(7) comp-3.
       01  history-start-integer pic 9(7) comp-3.
       01  line-date-integer pic 9(7) comp-3.
       01  release-seq pic 9(9) comp-3 value zero.
      * the distinct posting nights before tonight inside the span -
      * an account's average runs per posting night, not per
      * calendar day, so weekends and holidays do not dilute it
       01  night-count pic 9(4) comp-3 value zero.
       01  max-night-size pic 9(4) comp-3 value 1000.
       01  night-table.
           05  night-integer occurs 1000 times pic 9(7) comp-3.
       01  last-night-integer pic 9(7) comp-3 value zero.
       01  nx pic 9(4) comp-3.
       01  night-found-switch pic x.
           88  night-found value "Y".
       01  history-nights pic 9(4) comp-3.
      * the account under review, its class, and what its lines
      * added up to
       01  current-account pic x(8).
       01  current-class pic x(2).
       01  current-name pic x(30).
       01  abs-effect pic s9(9) comp-3.
       01  struct-count pic 9(5) comp-3.
       01  struct-tonight pic 9(5) comp-3.
       01  tonight-count pic 9(5) comp-3.
       01  tonight-debits pic s9(11) comp-3.
       01  history-count pic 9(7) comp-3.
       01  history-debits pic s9(13) comp-3.
       01  average-count pic 9(7)v9 comp-3.
       01  average-debits pic s9(11)v9 comp-3.
       01  count-threshold pic 9(9)v99 comp-3.
       01  debit-threshold pic s9(13)v99 comp-3.
       01  count-flag-switch pic x.
           88  count-flagged value "Y".
       01  debit-flag-switch pic x.
           88  debit-flagged value "Y".
      * the account's lines that may have to print behind an alert -
      * the ones in the structuring band and tonight's
       01  acct-line-count pic 9(4) comp-3.
       01  acct-line-overflow pic 9(5) comp-3.
       01  max-acct-lines pic 9(4) comp-3 value 300.
       01  acct-line-table.
           05  acct-line-entry occurs 300 times.
               10  al-in-band pic x.
               10  al-tonight pic x.
               10  al-journal pic x(94).
       01  ax pic 9(4) comp-3.
       01  line-in-band-switch pic x.
           88  line-in-band value "Y".
       01  line-tonight-switch pic x.
           88  line-tonight value "Y".
      * the account's class and name off the indexed master
           copy "WS-ACCT-RECORD".
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
       01  account-count pic 9(7) comp-3 value zero.
       01  structuring-alerts pic 9(5) comp-3 value zero.
       01  velocity-alerts pic 9(5) comp-3 value zero.
       01  aud-accounts pic 9(7).
       01  aud-structuring pic 9(5).
       01  aud-velocity pic 9(5).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Posting Velocity Monitor".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  alert-line.
           05  at-kind pic x(13).
           05  at-account pic x(8).
           05  filler pic x(8) value "  class ".
           05  at-class pic x(2).
           05  filler pic x(2) value spaces.
           05  at-name pic x(30).
       01  structuring-detail-line.
           05  filler pic x(4) value spaces.
           05  sd-count pic zzzz9.
           05  filler pic x(15) value " item(s) from ".
           05  sd-floor pic z(8)9.
           05  filler pic x(4) value " to ".
           05  sd-limit pic z(8)9.
           05  filler pic x(4) value " in ".
           05  sd-days pic zz9.
           05  filler pic x(14) value " day(s), band ".
           05  sd-pct pic z9.
           05  filler pic x value "%".
       01  velocity-detail-line.
           05  filler pic x(4) value spaces.
           05  vd-label pic x(16).
           05  vd-tonight pic -(12)9.
           05  filler pic x(13) value " against avg ".
           05  vd-average pic -(11)9.9.
           05  filler pic x(4) value "  x".
           05  vd-multiple pic zz9.9.
           05  filler pic x(2) value spaces.
           05  vd-flag pic x(3).
       01  history-note-line.
           05  filler pic x(4) value spaces.
           05  filler pic x(20) value "average per night, ".
           05  hn-nights pic zzz9.
           05  filler pic x(25) value " posting night(s) of the ".
           05  hn-days pic zz9.
           05  filler pic x(12) value " days before".
       01  journal-detail-line.
           05  filler pic x(4) value spaces.
           05  jd-run-date pic x(8).
           05  filler pic x value space.
           05  jd-run pic 9(9).
           05  filler pic x value space.
           05  jd-item pic 9(7).
           05  filler pic x value space.
           05  jd-dept pic x(3).
           05  filler pic x value space.
           05  jd-code pic x(4).
           05  jd-effect pic -(9)9.
           05  filler pic x value space.
           05  jd-feed pic x(8).
           05  filler pic x value space.
           05  jd-marker pic x(10).
       01  overflow-line.
           05  filler pic x(4) value spaces.
           05  ol-count pic zzzz9.
           05  filler pic x(40)
                   value " further line(s) held back, not listed".
       01  summary-line.
           05  sl-label pic x(34).
           05  sl-count pic z(6)9.
       01  verdict-ok-line pic x(44)
               value "No account flagged".
       01  no-limits-line pic x(60)
               value "LIMCTL not on file - structuring not tested".
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           compute today-integer =
               function integer-of-date (function numval (run-date))
           perform load-velocity-control
           perform load-posting-limits

           open output report-file
           perform start-new-page
           if lim-count equal zero
               move no-limits-line to report-line
               perform write-report-line
               move spaces to report-line
               perform write-report-line
           end-if

      * every account reviewed looks up its class - the master is
      * held open for the pass
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           sort sort-work-file
               on ascending key sort-account
               on ascending key sort-date-integer
               on ascending key sort-seq
               input procedure is release-recent-lines
               output procedure is check-sorted-accounts
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record

           move spaces to report-line
           perform write-report-line
           if structuring-alerts equal zero
               and velocity-alerts equal zero
               move verdict-ok-line to report-line
               perform write-report-line
           end-if
           move spaces to summary-line
           move "Accounts posted tonight:" to sl-label
           move account-count to sl-count
           move summary-line to report-line
           perform write-report-line
           move spaces to summary-line
           move "Posting nights of history on file:" to sl-label
           move night-count to sl-count
           move summary-line to report-line
           perform write-report-line
           move spaces to summary-line
           move "Structuring alerts:" to sl-label
           move structuring-alerts to sl-count
           move summary-line to report-line
           perform write-report-line
           move spaces to summary-line
           move "Velocity alerts:" to sl-label
           move velocity-alerts to sl-count
           move summary-line to report-line
           perform write-report-line
           close report-file

           move "VELRPT" to keep-report-name
           move page-number to keep-pages
           compute keep-items = structuring-alerts + velocity-alerts
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-audit-record
           display "VelMonitor: " account-count " account(s), "
               structuring-alerts " structuring, " velocity-alerts
               " velocity alert(s)"
           if structuring-alerts is greater than zero
               or velocity-alerts is greater than zero
               move "VelMonitor" to alert-program-id
               move "WARNING" to alert-severity
               move "VELOCITY-ALERTS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the thresholds come off VELCTL at startup; no file at all
      * falls back to the compiled-in line so the check still runs,
      * loudly - same shape as BalMonitor's movement load
       load-velocity-control.
           open input velocity-file
           if velctl-status not equal "00"
               display "VelMonitor: VELCTL not on file - using "
                   "compiled-in default thresholds"
               move default-velocity-values to velocity-record
               perform take-velocity-line
           else
               perform until velocity-eof
                   read velocity-file
                       at end
                           move "Y" to velocity-eof-switch
                       not at end
                           perform take-velocity-line
                   end-read
               end-perform
               close velocity-file
           end-if
           if vel-count equal zero
               display "VelMonitor: no usable VELCTL line - using "
                   "compiled-in default thresholds"
               move default-velocity-values to velocity-record
               perform take-velocity-line
           end-if
           move zero to longest-span
           perform varying vx from 1 by 1
                   until vx is greater than vel-count
               if vl-window-days (vx) is greater than longest-span
                   move vl-window-days (vx) to longest-span
               end-if
               if vl-history-days (vx) is greater than longest-span
                   move vl-history-days (vx) to longest-span
               end-if
           end-perform
           compute oldest-integer = today-integer - longest-span.

      * a line with a figure out of shape would judge a class on
      * nonsense - it is skipped and named
       take-velocity-line.
           if vr-band-pct is numeric and vr-window-days is numeric
               and vr-repeat-count is numeric
               and vr-history-days is numeric
               and vr-count-multiple is numeric
               and vr-debit-multiple is numeric
               and vr-min-items is numeric
               and vr-window-days is greater than zero
               if vel-count is less than max-vel-size
                   add 1 to vel-count
                   move vr-class to vl-class (vel-count)
                   move vr-band-pct to vl-band-pct (vel-count)
                   move vr-window-days to vl-window-days (vel-count)
                   move vr-repeat-count
                       to vl-repeat-count (vel-count)
                   move vr-history-days
                       to vl-history-days (vel-count)
                   move vr-count-multiple
                       to vl-count-multiple (vel-count)
                   move vr-debit-multiple
                       to vl-debit-multiple (vel-count)
                   move vr-min-items to vl-min-items (vel-count)
               end-if
           else
               display "VelMonitor: VELCTL line for class "
                   vr-class " not numeric - skipped"
           end-if.

      * Add's limits off LIMCTL - no file leaves lim-count at zero
      * and the structuring test stands down
       load-posting-limits.
           open input limit-file
           if limctl-status not equal "00"
               display "VelMonitor: LIMCTL not on file - "
                   "structuring not tested"
           else
               perform until limit-eof
                   read limit-file
                       at end
                           move "Y" to limit-eof-switch
                       not at end
                           if lim-count is less than max-lim-size
                               add 1 to lim-count
                               move lc-class
                                   to lm-class (lim-count)
                               move lc-limit
                                   to lm-limit (lim-count)
                           end-if
                   end-read
               end-perform
               close limit-file
           end-if.

      * the load side: every journal line from the oldest night
      * either test can reach through tonight goes to the sort, and
      * each distinct posting night before tonight is noted
       release-recent-lines.
           open input journal-file
           if jrnl-status not equal "00"
               display "VelMonitor: no POSTJRNL, status "
                   jrnl-status " - nothing posted to monitor"
               exit paragraph
           end-if
           perform until journal-eof
               read journal-file
                   at end
                       move "Y" to journal-eof-switch
                   not at end
                       move journal-record to ws-journal-record
                       if jr-run-date is numeric
                           perform release-one-line
                       end-if
               end-read
           end-perform
           close journal-file.

       release-one-line.
           compute line-date-integer =
               function integer-of-date (function numval
                   (jr-run-date))
           if line-date-integer is less than oldest-integer
               or line-date-integer is greater than today-integer
               exit paragraph
           end-if
           if line-date-integer is less than today-integer
               and line-date-integer not equal last-night-integer
               perform note-posting-night
           end-if
           add 1 to release-seq
           move jr-account to sort-account
           move line-date-integer to sort-date-integer
           move release-seq to sort-seq
           move journal-record to sort-journal
           release sort-work-record.

       note-posting-night.
           move line-date-integer to last-night-integer
           move "N" to night-found-switch
           perform varying nx from 1 by 1
                   until nx is greater than night-count
               if night-integer (nx) equal line-date-integer
                   move "Y" to night-found-switch
                   move night-count to nx
               end-if
           end-perform
           if not night-found and night-count is less than
                   max-night-size
               add 1 to night-count
               move line-date-integer to night-integer (night-count)
           end-if.

      * the review side: the sorted lines an account at a time
       check-sorted-accounts.
           move spaces to current-account
           perform until sort-eof
               return sort-work-file
                   at end
                       move "Y" to sort-eof-switch
                   not at end
                       if sort-account not equal current-account
                           if current-account not equal spaces
                               perform judge-account
                           end-if
                           perform start-account
                       end-if
                       perform take-account-line
               end-return
           end-perform
           if current-account not equal spaces
               perform judge-account
           end-if.

      * a new account: its class and name off the master, then the
      * thresholds and limit that class runs under - an account
      * missing from the master checks under the ** defaults
       start-account.
           move sort-account to current-account
           move "**" to current-class
           move "(not on the account master)" to current-name
           call "AcctLookup" using current-account
               acct-lookup-result ws-acct-record
           if acct-lookup-active or acct-lookup-closed
                   or acct-lookup-dormant
               move acct-class to current-class
               move acct-name to current-name
           end-if
           perform resolve-velocity-class
           perform resolve-posting-limit
           move "N" to structuring-on-switch
           if lim-count is greater than zero
               and effective-posting-limit is less than
                   default-posting-limit
               move "Y" to structuring-on-switch
           end-if
           compute band-floor = effective-posting-limit
               * (100 - vl-band-pct (ev)) / 100
           compute window-start-integer =
               today-integer - vl-window-days (ev) + 1
           compute history-start-integer =
               today-integer - vl-history-days (ev)
           move zero to struct-count struct-tonight tonight-count
               tonight-debits history-count history-debits
               acct-line-count acct-line-overflow.

      * the thresholds in force for the class, falling back to the
      * ** default entry, then to the first line on the file
       resolve-velocity-class.
           move 1 to ev
           perform varying vx from 1 by 1
                   until vx is greater than vel-count
               if vl-class (vx) equal "**"
                   move vx to ev
               end-if
           end-perform
           perform varying vx from 1 by 1
                   until vx is greater than vel-count
               if vl-class (vx) equal current-class
                   and vl-class (vx) not equal "**"
                   move vx to ev
                   move vel-count to vx
               end-if
           end-perform.

      * the limit in force for the class, the way Add resolves it
       resolve-posting-limit.
           move default-posting-limit to effective-posting-limit
           perform varying lx from 1 by 1
                   until lx is greater than lim-count
               if lm-class (lx) equal "**"
                   move lm-limit (lx) to effective-posting-limit
               end-if
           end-perform
           perform varying lx from 1 by 1
                   until lx is greater than lim-count
               if lm-class (lx) equal current-class
                   and lm-class (lx) not equal "**"
                   move lm-limit (lx) to effective-posting-limit
                   move lim-count to lx
               end-if
           end-perform.

      * one of the account's lines: counted toward the structuring
      * band, tonight's figures, or the trailing history, and held
      * for printing if it could stand behind an alert
       take-account-line.
           move sort-journal to ws-journal-record
           move jr-effect to abs-effect
           if abs-effect is less than zero
               compute abs-effect = abs-effect * -1
           end-if
           move "N" to line-in-band-switch
           move "N" to line-tonight-switch
           if sort-date-integer equal today-integer
               move "Y" to line-tonight-switch
               add 1 to tonight-count
               if jr-effect is greater than zero
                   add jr-effect to tonight-debits
               end-if
           else
               if sort-date-integer is not less than
                       history-start-integer
                   add 1 to history-count
                   if jr-effect is greater than zero
                       add jr-effect to history-debits
                   end-if
               end-if
           end-if
           if structuring-on
               and sort-date-integer is not less than
                   window-start-integer
               and abs-effect is not less than band-floor
               and abs-effect is not greater than
                   effective-posting-limit
               move "Y" to line-in-band-switch
               add 1 to struct-count
               if line-tonight
                   add 1 to struct-tonight
               end-if
           end-if
           if line-in-band or line-tonight
               if acct-line-count is less than max-acct-lines
                   add 1 to acct-line-count
                   move line-in-band-switch
                       to al-in-band (acct-line-count)
                   move line-tonight-switch
                       to al-tonight (acct-line-count)
                   move sort-journal to al-journal (acct-line-count)
               else
                   add 1 to acct-line-overflow
               end-if
           end-if.

      * the account's figures against its class's thresholds - only
      * an account posted tonight is judged, so a pattern alerts on
      * the night it grows, not every night it stays in the window
       judge-account.
           if tonight-count equal zero
               exit paragraph
           end-if
           add 1 to account-count
           if struct-tonight is greater than zero
               and struct-count is not less than
                   vl-repeat-count (ev)
               perform report-structuring
           end-if
           move "N" to count-flag-switch
           move "N" to debit-flag-switch
           if tonight-count is less than vl-min-items (ev)
               exit paragraph
           end-if
           move zero to history-nights
           perform varying nx from 1 by 1
                   until nx is greater than night-count
               if night-integer (nx) is not less than
                       history-start-integer
                   add 1 to history-nights
               end-if
           end-perform
      * no posting night in the history period means no average to
      * hold tonight against - the journal is too young to judge
           if history-nights equal zero
               exit paragraph
           end-if
           compute average-count rounded =
               history-count / history-nights
           compute average-debits rounded =
               history-debits / history-nights
           compute count-threshold =
               average-count * vl-count-multiple (ev)
           compute debit-threshold =
               average-debits * vl-debit-multiple (ev)
           if tonight-count is greater than count-threshold
               move "Y" to count-flag-switch
           end-if
           if tonight-debits is greater than zero
               and tonight-debits is greater than debit-threshold
               move "Y" to debit-flag-switch
           end-if
           if count-flagged or debit-flagged
               perform report-velocity
           end-if.

       report-structuring.
           add 1 to structuring-alerts
           move spaces to report-line
           perform write-report-line
           move "STRUCTURING" to at-kind
           perform write-alert-heading
           move struct-count to sd-count
           move band-floor to sd-floor
           move effective-posting-limit to sd-limit
           move vl-window-days (ev) to sd-days
           move vl-band-pct (ev) to sd-pct
           move structuring-detail-line to report-line
           perform write-report-line
           perform varying ax from 1 by 1
                   until ax is greater than acct-line-count
               if al-in-band (ax) equal "Y"
                   perform write-journal-detail
               end-if
           end-perform
           perform write-overflow-note
           display "VelMonitor: " current-account " structuring - "
               struct-count " item(s) under the limit".

       report-velocity.
           add 1 to velocity-alerts
           move spaces to report-line
           perform write-report-line
           move "VELOCITY" to at-kind
           perform write-alert-heading
           move "Items tonight" to vd-label
           move tonight-count to vd-tonight
           move average-count to vd-average
           move vl-count-multiple (ev) to vd-multiple
           move spaces to vd-flag
           if count-flagged
               move "***" to vd-flag
           end-if
           move velocity-detail-line to report-line
           perform write-report-line
           move "Debits tonight" to vd-label
           move tonight-debits to vd-tonight
           move average-debits to vd-average
           move vl-debit-multiple (ev) to vd-multiple
           move spaces to vd-flag
           if debit-flagged
               move "***" to vd-flag
           end-if
           move velocity-detail-line to report-line
           perform write-report-line
           move history-nights to hn-nights
           move vl-history-days (ev) to hn-days
           move history-note-line to report-line
           perform write-report-line
           perform varying ax from 1 by 1
                   until ax is greater than acct-line-count
               if al-tonight (ax) equal "Y"
                   perform write-journal-detail
               end-if
           end-perform
           perform write-overflow-note
           display "VelMonitor: " current-account " velocity - "
               tonight-count " item(s) tonight".

       write-alert-heading.
           move current-account to at-account
           move current-class to at-class
           move current-name to at-name
           move alert-line to report-line
           perform write-report-line.

      * one contributing journal line under an alert
       write-journal-detail.
           move al-journal (ax) to ws-journal-record
           move jr-run-date to jd-run-date
           move jr-run-number to jd-run
           move jr-item to jd-item
           move jr-dept to jd-dept
           move jr-code to jd-code
           move jr-effect to jd-effect
           move jr-feed-name to jd-feed
           move spaces to jd-marker
           if al-tonight (ax) equal "Y"
               move "tonight" to jd-marker
           end-if
           move journal-detail-line to report-line
           perform write-report-line.

       write-overflow-note.
           if acct-line-overflow is greater than zero
               move acct-line-overflow to ol-count
               move overflow-line to report-line
               perform write-report-line
           end-if.

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

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           move "VelMonitor" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move account-count to aud-accounts
           move structuring-alerts to aud-structuring
           move velocity-alerts to aud-velocity
           string "Accts: " aud-accounts
               delimited by size into aud-input-summary
           string "Struct: " aud-structuring " Vel: " aud-velocity
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program VelMonitor.
