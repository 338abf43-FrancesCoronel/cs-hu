      *****************************************************************
      *                                                               *
      * AlertReport                                                   *
      *                                                               *
      * The morning side of the operator alert queue (ALERTQ). Every  *
      * step that ends on a warning or error condition leaves a line  *
      * there through RaiseAlert, and DailyBatch a CRITICAL line for  *
      * a step that stopped the night. The day shift acknowledges     *
      * them here, through ALERTACK, one transaction per record:      *
      *                                                               *
      *     program  run-number  reason  operator  note               *
      *                                                               *
      * which acknowledges that program's open alert with that        *
      * reason on that run - or, with the reason blank, every open    *
      * alert the program raised on the run. The operator must be     *
      * active on the OPERCTL profiles (through OperCheck), and a     *
      * CRITICAL alert further needs the forced-rerun right: with it  *
      * open, DailyBatch will not start the next night, so clearing   *
      * it takes the same authority as a FORCE. The note is required  *
      * - an acknowledgment that says nothing is no better than       *
      * none. A failing transaction rejects to the shop's shared      *
      * REJECTS file; a refused operator also gets an AUDITLOG line.  *
      *                                                               *
      * ALERTRPT then lists the queue program by program, open        *
      * alerts first and then acknowledged ones with who cleared      *
      * them and why. An alert whose program and reason turn up on    *
      * the queue more than once is marked REPEAT with the count, so  *
      * the same warning acknowledged night after night stands out.   *
      * Acknowledged alerts come off the queue 90 days after they     *
      * were acknowledged; open ones stay until somebody deals with   *
      * them. The report is kept through ReportKeep. A rejected       *
      * transaction, or a CRITICAL alert still open, ends the run     *
      * RC-WARNING.                                                   *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. AlertReport.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select ack-file assign to "ALERTACK"
               organization is line sequential
               file status is alertack-status.
           select alert-file assign to "ALERTQ"
               organization is line sequential
               file status is alertq-status.
           select alert-work-file assign to "ALERTWRK"
               organization is line sequential
               file status is alertwrk-status.
           select report-file assign to "ALERTRPT"
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
       fd  ack-file.
       01  ack-record.
           05  ack-program-id pic x(12).
           05  filler pic x.
           05  ack-run-number pic x(9).
           05  filler pic x.
      * blank acknowledges every open alert of the program and run
           05  ack-reason pic x(16).
           05  filler pic x.
      * who keyed the acknowledgment - checked against OPERCTL
           05  ack-operator pic x(8).
           05  filler pic x.
           05  ack-note pic x(30).

       fd  alert-file.
       01  alert-record pic x(116).

       fd  alert-work-file.
       01  alert-work-record pic x(116).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       fd  reject-file.
       01  reject-record pic x(96).

       working-storage section.
           copy "WS-RETURN-CODES".
       01  alertack-status pic xx.
       01  alertq-status pic xx.
       01  alertwrk-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
           copy "WS-ALERT-RECORD".
       01  ack-eof-switch pic x value "N".
           88  ack-eof value "Y".
       01  alertq-eof-switch pic x value "N".
           88  alertq-eof value "Y".
      * the queue, held for the acknowledgments and the report
       01  alert-count pic 9(5) comp-3 value zero.
       01  max-alert-size pic 9(5) comp-3 value 2000.
       01  alert-table.
           05  alert-entry occurs 2000 times.
               10  at-record pic x(116).
       01  a pic 9(5) comp-3.
       01  a2 pic 9(5) comp-3.
      * acknowledged alerts age off after this many days
       01  alert-retain-days pic 9(3) comp-3 value 90.
       01  run-date-integer pic 9(7) comp-3.
       01  ack-date-integer pic 9(7) comp-3.
       01  alerts-retired pic 9(5) comp-3 value zero.
      * the programs on the queue, kept in name order as they are
      * found
       01  program-count pic 9(3) comp-3 value zero.
       01  max-program-size pic 9(3) comp-3 value 200.
       01  program-table.
           05  program-entry occurs 200 times.
               10  pt-name pic x(12).
       01  pg pic 9(3) comp-3.
       01  pg-move pic 9(3) comp-3.
       01  program-found-switch pic x.
           88  program-found value "Y".
       01  current-program pic x(12).
       01  current-reason pic x(16).
      * the operator's standing on OPERCTL, as OperCheck judges it -
      * any active operator acknowledges, the forced-rerun right is
      * needed for a CRITICAL
       01  oper-check-right pic x value "F".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
       01  critical-allowed-switch pic x.
           88  critical-allowed value "Y".
       01  alerts-matched pic 9(5) comp-3.
       01  critical-held-back pic 9(5) comp-3.
       01  trans-read pic 9(7) comp-3 value zero.
       01  trans-applied pic 9(7) comp-3 value zero.
       01  trans-rejected pic 9(7) comp-3 value zero.
       01  alerts-acknowledged pic 9(5) comp-3 value zero.
      * the queue's standing once the acknowledgments are in
       01  open-count pic 9(5) comp-3 value zero.
       01  open-critical-count pic 9(5) comp-3 value zero.
       01  acked-count pic 9(5) comp-3 value zero.
       01  repeat-count pic 9(5) comp-3 value zero.
       01  program-open pic 9(5) comp-3.
       01  program-acked pic 9(5) comp-3.
       01  seen-count pic 9(5) comp-3.
       01  status-wanted pic x.
       01  aud-trans pic 9(5).
       01  aud-acked pic 9(5).
       01  aud-open pic 9(5).
       01  aud-critical pic 9(5).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Operator Alert Queue".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  column-heading.
           05  filler pic x(9) value "Raised".
           05  filler pic x(10) value "Run".
           05  filler pic x(9) value "Severity".
           05  filler pic x(17) value "Reason".
           05  filler pic x(7) value "Status".
           05  filler pic x(10) value "Repeat".
       01  program-heading.
           05  filler pic x(9) value "Program: ".
           05  ph-name pic x(12).
           05  filler pic x(8) value "  Open: ".
           05  ph-open pic zzzz9.
           05  filler pic x(16) value "  Acknowledged: ".
           05  ph-acked pic zzzz9.
       01  detail-line.
           05  dl-run-date pic x(8).
           05  filler pic x value space.
           05  dl-run-number pic 9(9).
           05  filler pic x value space.
           05  dl-severity pic x(8).
           05  filler pic x value space.
           05  dl-reason pic x(16).
           05  filler pic x value space.
           05  dl-status pic x(6).
           05  filler pic x value space.
           05  dl-repeat pic x(7).
           05  dl-seen pic zzz9.
       01  ack-line.
           05  filler pic x(11) value "   ack'd   ".
           05  al-date pic x(8).
           05  filler pic x(4) value " by ".
           05  al-operator pic x(8).
           05  filler pic x(2) value ": ".
           05  al-note pic x(30).
       01  total-line.
           05  tl-label pic x(24).
           05  tl-count pic zzzz9.
       01  no-data-line pic x(40)
               value "  (no alerts on the queue)".
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           compute run-date-integer =
               function integer-of-date (function numval (run-date))
           perform load-alert-queue

           open input ack-file
           if alertack-status equal "00"
               perform until ack-eof
                   read ack-file
                       at end
                           move "Y" to ack-eof-switch
                       not at end
                           perform apply-one-acknowledgment
                   end-read
               end-perform
               close ack-file
           else
               display "AlertReport: no ALERTACK on file - "
                   "report only"
           end-if

           if alertq-status equal "00"
               or alerts-acknowledged is greater than zero
               perform rewrite-alert-queue
           end-if
           perform print-alert-report
           perform write-audit-record
           display "AlertReport: " trans-read " acknowledgment(s), "
               alerts-acknowledged " alert(s) cleared, " open-count
               " open, " open-critical-count " CRITICAL"
           if trans-rejected is greater than zero
               or open-critical-count is greater than zero
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the queue off ALERTQ - none on file just means nothing has
      * flagged yet. An alert acknowledged longer ago than the
      * retention window has done its work and stays behind.
       load-alert-queue.
           open input alert-file
           if alertq-status not equal "00"
               exit paragraph
           end-if
           perform until alertq-eof
               read alert-file
                   at end
                       move "Y" to alertq-eof-switch
                   not at end
                       perform load-one-alert
               end-read
           end-perform
           close alert-file.

       load-one-alert.
           move alert-record to ws-alert-record
           if alr-acknowledged and alr-ack-date is numeric
               compute ack-date-integer =
                   function integer-of-date
                       (function numval (alr-ack-date))
               if run-date-integer - ack-date-integer
                       is greater than alert-retain-days
                   add 1 to alerts-retired
                   exit paragraph
               end-if
           end-if
           if alert-count is equal to max-alert-size
               display "AlertReport: ALERTQ exceeds " max-alert-size
                   " alert limit - nothing acknowledged"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to alert-count
           move ws-alert-record to at-record (alert-count).

      * one acknowledgment: who, then what, then the matching open
      * alerts cleared with the operator's note
       apply-one-acknowledgment.
           add 1 to trans-read
           call "OperCheck" using ack-operator oper-check-right
               oper-check-result
           move "N" to critical-allowed-switch
           evaluate true
               when oper-authorized
                   move "Y" to critical-allowed-switch
               when oper-no-right
                   continue
               when other
                   perform reject-unauthorized-operator
                   exit paragraph
           end-evaluate
           if ack-run-number is not numeric
               perform reject-bad-run-number
               exit paragraph
           end-if
           if ack-note equal spaces
               perform reject-no-note
               exit paragraph
           end-if
           move zero to alerts-matched
           move zero to critical-held-back
           perform varying a from 1 by 1
                   until a is greater than alert-count
               move at-record (a) to ws-alert-record
               if alr-program-id equal ack-program-id
                   and alr-run-number equal ack-run-number
                   and (ack-reason equal spaces
                       or alr-reason equal ack-reason)
                   and alr-open
                   perform acknowledge-one-alert
               end-if
           end-perform
           if alerts-matched is greater than zero
               add 1 to trans-applied
               add alerts-matched to alerts-acknowledged
               if critical-held-back is greater than zero
                   display "AlertReport: " ack-operator " lacks the "
                       "forced rerun right - " critical-held-back
                       " CRITICAL alert(s) left open"
               end-if
               exit paragraph
           end-if
           if critical-held-back is greater than zero
               perform reject-critical-not-allowed
           else
               perform reject-no-open-alert
           end-if.

       acknowledge-one-alert.
           if alr-critical and not critical-allowed
               add 1 to critical-held-back
               exit paragraph
           end-if
           move "A" to alr-status
           move ack-operator to alr-ack-operator
           move run-date to alr-ack-date
           move function current-date (9:8) to alr-ack-time
           move ack-note to alr-ack-note
           move ws-alert-record to at-record (a)
           add 1 to alerts-matched.

      * the queue back out via the work file so an abend mid-write
      * leaves the old queue intact
       rewrite-alert-queue.
           open output alert-work-file
           perform varying a from 1 by 1
                   until a is greater than alert-count
               move at-record (a) to alert-work-record
               write alert-work-record
           end-perform
           close alert-work-file
           move "N" to alertq-eof-switch
           open input alert-work-file
           open output alert-file
           perform until alertq-eof
               read alert-work-file
                   at end
                       move "Y" to alertq-eof-switch
                   not at end
                       move alert-work-record to alert-record
                       write alert-record
               end-read
           end-perform
           close alert-work-file
           close alert-file.

      * the queue by program: the programs gathered in name order,
      * then one section each, open alerts ahead of acknowledged
       print-alert-report.
           perform varying a from 1 by 1
                   until a is greater than alert-count
               move at-record (a) to ws-alert-record
               perform find-program
           end-perform
           open output report-file
           perform start-new-page
           if alert-count is equal to zero
               move no-data-line to report-line
               perform write-report-line
           end-if
           perform varying pg from 1 by 1
                   until pg is greater than program-count
               perform print-one-program
           end-perform

           move spaces to report-line
           perform write-report-line
           move "Alerts on the queue:" to tl-label
           move alert-count to tl-count
           perform write-total-line
           move "  open:" to tl-label
           move open-count to tl-count
           perform write-total-line
           move "  open CRITICAL:" to tl-label
           move open-critical-count to tl-count
           perform write-total-line
           move "  acknowledged:" to tl-label
           move acked-count to tl-count
           perform write-total-line
           move "  repeats:" to tl-label
           move repeat-count to tl-count
           perform write-total-line
           move "Acknowledgments read:" to tl-label
           move trans-read to tl-count
           perform write-total-line
           move "  applied:" to tl-label
           move trans-applied to tl-count
           perform write-total-line
           move "  rejected:" to tl-label
           move trans-rejected to tl-count
           perform write-total-line
           move "Alerts cleared tonight:" to tl-label
           move alerts-acknowledged to tl-count
           perform write-total-line
           move "Aged off the queue:" to tl-label
           move alerts-retired to tl-count
           perform write-total-line
           close report-file
           move "ALERTRPT" to keep-report-name
           move page-number to keep-pages
           move alert-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items.

      * a program not yet on the table goes in at its place in name
      * order
       find-program.
           move "N" to program-found-switch
           perform varying pg from 1 by 1
                   until pg is greater than program-count
               if pt-name (pg) equal alr-program-id
                   move "Y" to program-found-switch
                   exit perform
               end-if
               if pt-name (pg) is greater than alr-program-id
                   exit perform
               end-if
           end-perform
           if program-found
               exit paragraph
           end-if
           if program-count is equal to max-program-size
               display "AlertReport: more than " max-program-size
                   " programs on the queue"
               move RC-ERROR to return-code
               stop run
           end-if
           perform varying pg-move from program-count by -1
                   until pg-move is less than pg
               move pt-name (pg-move) to pt-name (pg-move + 1)
           end-perform
           move alr-program-id to pt-name (pg)
           add 1 to program-count.

       print-one-program.
           move pt-name (pg) to current-program
           move zero to program-open
           move zero to program-acked
           perform varying a from 1 by 1
                   until a is greater than alert-count
               move at-record (a) to ws-alert-record
               if alr-program-id equal current-program
                   if alr-open
                       add 1 to program-open
                   else
                       add 1 to program-acked
                   end-if
               end-if
           end-perform
           move spaces to report-line
           perform write-report-line
           move current-program to ph-name
           move program-open to ph-open
           move program-acked to ph-acked
           move program-heading to report-line
           perform write-report-line
           move "O" to status-wanted
           perform print-program-alerts
           move "A" to status-wanted
           perform print-program-alerts.

       print-program-alerts.
           perform varying a from 1 by 1
                   until a is greater than alert-count
               move at-record (a) to ws-alert-record
               if alr-program-id equal current-program
                   if (status-wanted equal "O" and alr-open)
                       or (status-wanted equal "A"
                           and alr-acknowledged)
                       perform print-one-alert
                   end-if
               end-if
           end-perform.

      * one alert, marked REPEAT when its program and reason are on
      * the queue more than once; an acknowledged one carries who
      * cleared it and the note on the line below
       print-one-alert.
           move alr-reason to current-reason
           move zero to seen-count
           perform varying a2 from 1 by 1
                   until a2 is greater than alert-count
               if at-record (a2) (1:12) equal current-program
                   and at-record (a2) (46:16) equal current-reason
                   add 1 to seen-count
               end-if
           end-perform
           move spaces to detail-line
           move alr-run-date to dl-run-date
           move alr-run-number to dl-run-number
           move alr-severity to dl-severity
           move alr-reason to dl-reason
           if alr-open
               move "OPEN" to dl-status
               add 1 to open-count
               if alr-critical
                   add 1 to open-critical-count
               end-if
           else
               move "ACK" to dl-status
               add 1 to acked-count
           end-if
           if seen-count is greater than 1
               move "REPEAT " to dl-repeat
               move seen-count to dl-seen
               add 1 to repeat-count
           end-if
           move detail-line to report-line
           perform write-report-line
           if alr-acknowledged
               move alr-ack-date to al-date
               move alr-ack-operator to al-operator
               move alr-ack-note to al-note
               move ack-line to report-line
               perform write-report-line
           end-if.

       write-total-line.
           move total-line to report-line
           perform write-report-line.

      * an operator OperCheck would not pass - the reject says why,
      * and the refusal goes onto the audit trail as its own line
       reject-unauthorized-operator.
           display "AlertReport: reject - operator " ack-operator
               " refused alert acknowledgment"
           add 1 to trans-rejected
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when ack-operator equal spaces
                   move "NO-OPERATOR" to rej-reason
                   move "Acknowledgment with no operator id"
                       to rej-detail
               when oper-not-found
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " ack-operator " not on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " ack-operator
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
           end-evaluate
           perform write-reject-record
           perform write-refusal-audit-record.

       reject-bad-run-number.
           display "AlertReport: reject - run number "
               ack-run-number " is not numeric"
           add 1 to trans-rejected
           move "BAD-RUN-NUMBER" to rej-reason
           move spaces to rej-detail
           string "Run number " ack-run-number " not numeric"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-no-note.
           display "AlertReport: reject - acknowledgment of "
               ack-program-id " with no note"
           add 1 to trans-rejected
           move "NO-NOTE" to rej-reason
           move spaces to rej-detail
           string "Ack of " ack-program-id " gives no note"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-critical-not-allowed.
           display "AlertReport: reject - " ack-operator
               " lacks the forced rerun right for a CRITICAL alert"
           add 1 to trans-rejected
           move "NOT-AUTHORIZED" to rej-reason
           move spaces to rej-detail
           string ack-operator " lacks forced rerun right"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-no-open-alert.
           display "AlertReport: reject - no open alert for "
               ack-program-id " run " ack-run-number " " ack-reason
           add 1 to trans-rejected
           move "NO-OPEN-ALERT" to rej-reason
           move spaces to rej-detail
           string "No open alert " ack-program-id " run "
               ack-run-number
               delimited by size into rej-detail
           perform write-reject-record.

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

      * one line per technical reject on the shop's shared reject file
       write-reject-record.
           move "AlertRpt" to rej-program-id
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
           move "AlertRpt" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move trans-read to aud-trans
           move alerts-acknowledged to aud-acked
           move open-count to aud-open
           move open-critical-count to aud-critical
           string "Acks: " aud-trans " Cleared: " aud-acked
               delimited by size into aud-input-summary
           string "Open: " aud-open " Critical: " aud-critical
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per refused operator on the shared audit trail
       write-refusal-audit-record.
           move spaces to ws-audit-record
           move "AlertRpt" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           string "Operator: " ack-operator
               delimited by size into aud-input-summary
           move "Refused: alert ack" to aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program AlertReport.
