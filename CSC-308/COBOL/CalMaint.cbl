      *****************************************************************
      *                                                               *
      * CalMaint                                                      *
      *                                                               *
      * Maintenance for the business calendar (CALENDAR) that         *
      * DailyBatch, StandOrder, AcctMaint, and IntAccrue all read -   *
      * in TableMaint's style, so next year's holidays go on by       *
      * transaction with a before/after image instead of by hand.     *
      * Reads CALTRX, one transaction per record:                     *
      *                                                               *
      *     A yyyymmdd - add a bank holiday (rejects a duplicate)     *
      *     X yyyymmdd - drop a bank holiday                          *
      *                                                               *
      * An added date must be a real calendar date, a weekday (a      *
      * weekend needs no entry - a weekend date is a typo), after     *
      * the processing date, and no later than the end of the year    *
      * after next. Failing transactions reject to the shop's         *
      * shared REJECTS file. Each transaction names the operator      *
      * keying it, who must hold table maintenance on the OPERCTL     *
      * profiles (through OperCheck) - a refused operator rejects,    *
      * and the refusal gets its own AUDITLOG line. CALENDAR stays    *
      * the bare list of eight-byte dates its readers expect,         *
      * rewritten in date order; dates before the start of last       *
      * year retire off the file so the readers' 100-date tables      *
      * never fill.                                                   *
      *                                                               *
      * CALRPT then prints the year calendar for CALYEAR (JCL PARM /  *
      * environment, yyyy; default the processing year, or the        *
      * coming year once the processing date is in the fourth         *
      * quarter): every month's days marked business, holiday, or     *
      * weekend, the month's business-day count and its first and     *
      * last business day.                                            *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. CalMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select maint-file assign to "CALTRX"
               organization is line sequential
               file status is caltrx-status.
           select calendar-file assign to "CALENDAR"
               organization is line sequential
               file status is calendar-status.
           select calendar-work-file assign to "CALWRK"
               organization is line sequential
               file status is calwrk-status.
           select report-file assign to "CALRPT"
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
       fd  maint-file.
       01  maint-record.
           05  cal-action pic x.
               88  cal-add value "A".
               88  cal-drop value "X".
           05  filler pic x.
           05  cal-date pic x(8).
      * who keyed the transaction - checked against OPERCTL
           05  filler pic x.
           05  cal-operator pic x(8).

      * the business calendar - one yyyymmdd bank holiday per line;
      * weekends need no entries, they are worked out from the date
       fd  calendar-file.
       01  calendar-record pic x(8).

       fd  calendar-work-file.
       01  calendar-work-record pic x(8).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       fd  reject-file.
       01  reject-record pic x(96).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==caltrx-status==.
       01  calendar-status pic xx.
       01  calwrk-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
           copy "WS-EOF-SWITCH".
       01  calendar-eof-switch pic x value "N".
           88  calendar-eof value "Y".
      * the holidays under maintenance, held in date order - the
      * same 100-date ceiling every reader's table has
       01  holiday-table.
           05  holiday-entry occurs 100 times.
               10  hol-date pic x(8).
       01  holiday-count pic 9(3) comp-3 value zero.
       01  max-holiday-size pic 9(3) comp-3 value 100.
       01  h pic 9(3) comp-3.
       01  h2 pic 9(3) comp-3.
       01  entry-idx pic 9(3) comp-3.
       01  lookup-date pic x(8).
      * the operator's standing on OPERCTL, as OperCheck judges it
       01  oper-check-right pic x value "T".
       01  oper-check-result pic x.
           88  oper-authorized value "Y".
           88  oper-not-found value "N".
           88  oper-suspended value "S".
           88  oper-no-right value "R".
           88  oper-profiles-unavailable value "U".
       01  swap-date pic x(8).
       01  trans-read pic 9(7) comp-3 value zero.
       01  trans-applied pic 9(7) comp-3 value zero.
       01  trans-rejected pic 9(7) comp-3 value zero.
       01  dates-retired pic 9(7) comp-3 value zero.
       01  aud-read pic 9(7).
       01  aud-applied pic 9(7).
      * the date edit: a real date, and on a weekday
       01  check-date pic 9(8).
       01  check-date-x redefines check-date pic x(8).
       01  check-date-parts redefines check-date.
           05  check-yyyy pic 9(4).
           05  check-mm pic 9(2).
           05  check-dd pic 9(2).
       01  date-valid-switch pic x.
           88  date-valid value "Y".
       01  month-days pic 9(2).
       01  day-integer pic 9(7) comp-3.
       01  weekday-number pic 9(1) comp-3.
       01  leap-year-switch pic x.
           88  leap-year value "Y".
       01  days-in-month-values.
           05  filler pic 9(2) value 31.
           05  filler pic 9(2) value 28.
           05  filler pic 9(2) value 31.
           05  filler pic 9(2) value 30.
           05  filler pic 9(2) value 31.
           05  filler pic 9(2) value 30.
           05  filler pic 9(2) value 31.
           05  filler pic 9(2) value 31.
           05  filler pic 9(2) value 30.
           05  filler pic 9(2) value 31.
           05  filler pic 9(2) value 30.
           05  filler pic 9(2) value 31.
       01  days-in-month-table redefines days-in-month-values.
           05  days-in-month occurs 12 times pic 9(2).
       01  weekday-name-values.
           05  filler pic x(9) value "Monday".
           05  filler pic x(9) value "Tuesday".
           05  filler pic x(9) value "Wednesday".
           05  filler pic x(9) value "Thursday".
           05  filler pic x(9) value "Friday".
           05  filler pic x(9) value "Saturday".
           05  filler pic x(9) value "Sunday".
       01  weekday-name-table redefines weekday-name-values.
           05  weekday-name occurs 7 times pic x(9).
      * the window an added holiday must fall in: after tonight's
      * processing date, no later than the end of the year after
      * next; anything older than the start of last year retires
       01  run-date-parts.
           05  run-yyyy pic 9(4).
           05  run-mm pic 9(2).
           05  run-dd pic 9(2).
       01  latest-date pic 9(8).
       01  latest-date-x redefines latest-date pic x(8).
       01  retire-before-date pic 9(8).
       01  retire-before-date-x redefines retire-before-date
                                   pic x(8).
      * the year calendar
       01  calyear-value pic x(4) value spaces.
       01  calendar-year pic 9(4).
       01  cal-month pic 9(2).
       01  cal-day pic 9(2).
       01  week-column pic 9(1) comp-3.
       01  month-business-days pic 9(3) comp-3.
       01  month-holidays pic 9(3) comp-3.
       01  month-first-business pic x(8).
       01  month-last-business pic x(8).
       01  year-business-days pic 9(3) comp-3 value zero.
       01  year-holidays pic 9(3) comp-3 value zero.
       01  coming-year pic 9(4).
       01  coming-year-holidays pic 9(3) comp-3 value zero.
       01  holiday-slot pic 9(1) comp-3.
       01  month-name-values.
           05  filler pic x(9) value "January".
           05  filler pic x(9) value "February".
           05  filler pic x(9) value "March".
           05  filler pic x(9) value "April".
           05  filler pic x(9) value "May".
           05  filler pic x(9) value "June".
           05  filler pic x(9) value "July".
           05  filler pic x(9) value "August".
           05  filler pic x(9) value "September".
           05  filler pic x(9) value "October".
           05  filler pic x(9) value "November".
           05  filler pic x(9) value "December".
       01  month-name-table redefines month-name-values.
           05  month-name occurs 12 times pic x(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).
       01  report-heading-1.
           05  filler pic x(30) value "Business Calendar Maintenance".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  action-line.
           05  filler pic x(8) value "ACTION: ".
           05  al-action pic x.
           05  filler pic x(8) value "  date  ".
           05  al-date pic x(8).
       01  image-line.
           05  il-tag pic x(8).
           05  filler pic x value space.
           05  il-date pic x(8).
           05  filler pic x value space.
           05  il-weekday pic x(9).
       01  total-line-1.
           05  filler pic x(22) value "Transactions read:    ".
           05  tl1-count pic zzzzzz9.
       01  total-line-2.
           05  filler pic x(22) value "Transactions applied: ".
           05  tl2-count pic zzzzzz9.
       01  total-line-3.
           05  filler pic x(22) value "Transactions rejected:".
           05  tl3-count pic zzzzzz9.
       01  total-line-4.
           05  filler pic x(22) value "Past dates retired:   ".
           05  tl4-count pic zzzzzz9.
       01  total-line-5.
           05  filler pic x(22) value "Holidays on calendar: ".
           05  tl5-count pic zzzzzz9.
       01  year-title-line.
           05  filler pic x(19) value "Business calendar  ".
           05  ytl-year pic 9(4).
           05  filler pic x(38)
                   value "   (H holiday, . weekend)".
       01  month-title-line.
           05  mtl-name pic x(10).
           05  mtl-year pic 9(4).
       01  weekday-heading-line.
           05  filler pic x(35)
                   value "  Mo   Tu   We   Th   Fr   Sa   Su".
       01  week-line.
           05  week-cell occurs 7 times.
               10  wc-day pic bbz9.
               10  wc-flag pic x.
       01  week-line-x redefines week-line pic x(35).
       01  month-summary-line.
           05  filler pic x(17) value "  Business days: ".
           05  msl-days pic z9.
           05  filler pic x(9) value "   First ".
           05  msl-first pic x(8).
           05  filler pic x(8) value "   Last ".
           05  msl-last pic x(8).
       01  month-holiday-line.
           05  filler pic x(13) value "  Holidays:  ".
           05  mhl-date occurs 6 times.
               10  mhl-value pic x(8).
               10  filler pic x value space.
       01  year-total-line-1.
           05  filler pic x(24) value "Business days in year:  ".
           05  yt1-count pic zz9.
       01  year-total-line-2.
           05  filler pic x(24) value "Holidays in year:       ".
           05  yt2-count pic zz9.
       01  coming-year-line.
           05  filler pic x(28)
                   value "*** NO HOLIDAYS ON FILE FOR ".
           05  cyl-year pic 9(4).
           05  filler pic x(4) value " ***".

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move run-date to run-date-parts
           compute retire-before-date =
               ((run-yyyy - 1) * 10000) + 0101
           compute latest-date = ((run-yyyy + 2) * 10000) + 1231
           perform load-holiday-calendar
           open input maint-file
           if not FS-FIELD-OK
               display "CalMaint: unable to open CALTRX, "
                   "status " caltrx-status
               move RC-ERROR to return-code
               stop run
           end-if
           open output report-file
           perform start-new-page
           perform retire-past-dates

           perform until end-of-file
               read maint-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       perform apply-one-transaction
               end-read
           end-perform
           close maint-file

           move spaces to report-line
           perform write-report-line
           move trans-read to tl1-count
           move total-line-1 to report-line
           perform write-report-line
           move trans-applied to tl2-count
           move total-line-2 to report-line
           perform write-report-line
           move trans-rejected to tl3-count
           move total-line-3 to report-line
           perform write-report-line
           move dates-retired to tl4-count
           move total-line-4 to report-line
           perform write-report-line
           move holiday-count to tl5-count
           move total-line-5 to report-line
           perform write-report-line

           perform print-year-calendar
           close report-file

           perform rewrite-calendar
           move "CALRPT" to keep-report-name
           move page-number to keep-pages
           move trans-applied to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           display "CalMaint: " trans-read " read, "
               trans-applied " applied, " trans-rejected
               " rejected, " dates-retired " retired"
           perform write-audit-record
           if trans-rejected is greater than zero
               move "CalMaint" to alert-program-id
               move "WARNING" to alert-severity
               move "TRANS-REJECTED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the live calendar in, sorted into date order - a hand-edited
      * file may be in any order, and may repeat a date
       load-holiday-calendar.
           open input calendar-file
           if calendar-status not equal "00"
               display "CalMaint: CALENDAR not on file - starting "
                   "an empty calendar"
               exit paragraph
           end-if
           perform until calendar-eof
               read calendar-file
                   at end
                       move "Y" to calendar-eof-switch
                   not at end
                       if calendar-record not equal spaces
                           and holiday-count is less than
                               max-holiday-size
                           add 1 to holiday-count
                           move calendar-record
                               to hol-date (holiday-count)
                       end-if
               end-read
           end-perform
           close calendar-file
           perform varying h from 1 by 1
                   until h is not less than holiday-count
               perform varying h2 from 1 by 1
                       until h2 is greater than holiday-count - h
                   if hol-date (h2) is greater than hol-date (h2 + 1)
                       move hol-date (h2) to swap-date
                       move hol-date (h2 + 1) to hol-date (h2)
                       move swap-date to hol-date (h2 + 1)
                   end-if
               end-perform
           end-perform
           move 2 to h
           perform until h is greater than holiday-count
               if hol-date (h) equal hol-date (h - 1)
                   move h to entry-idx
                   perform drop-holiday-entry
               else
                   add 1 to h
               end-if
           end-perform.

      * dates before the start of last year have done their work -
      * they come off the file so the table always has room ahead
       retire-past-dates.
           perform until holiday-count equal zero
                   or hol-date (1) not less than retire-before-date-x
               move "RETIRED " to il-tag
               move hol-date (1) to il-date
               move spaces to il-weekday
               move image-line to report-line
               perform write-report-line
               move 1 to entry-idx
               perform drop-holiday-entry
               add 1 to dates-retired
           end-perform.

       apply-one-transaction.
           add 1 to trans-read
           call "OperCheck" using cal-operator oper-check-right
               oper-check-result
           if not oper-authorized
               perform reject-unauthorized-operator
               exit paragraph
           end-if
           evaluate true
               when cal-add
                   perform apply-add-action
               when cal-drop
                   perform apply-drop-action
               when other
                   perform reject-bad-action
           end-evaluate.

      * a typo in an added date must never quietly make a weekday
      * a holiday: the date must exist, fall on a weekday, and sit
      * inside the maintenance window
       apply-add-action.
           perform check-calendar-date
           if not date-valid
               perform reject-bad-date
               exit paragraph
           end-if
           if weekday-number is greater than 5
               perform reject-weekend-date
               exit paragraph
           end-if
           if cal-date is not greater than run-date
               or cal-date is greater than latest-date-x
               perform reject-out-of-window
               exit paragraph
           end-if
           move cal-date to lookup-date
           perform find-holiday-entry
           if entry-idx is greater than zero
               perform reject-duplicate
               exit paragraph
           end-if
           if holiday-count is equal to max-holiday-size
               perform reject-table-full
               exit paragraph
           end-if
           perform insert-holiday-entry
           add 1 to trans-applied
           perform print-action-line
           move "  BEFORE" to il-tag
           move spaces to il-date
           move "(none)" to il-weekday
           move image-line to report-line
           perform write-report-line
           move "  AFTER " to il-tag
           perform print-holiday-image.

      * a drop needs only the date on the calendar - a bad date
      * that slipped on by hand has to be droppable
       apply-drop-action.
           move cal-date to lookup-date
           perform find-holiday-entry
           if entry-idx is equal to zero
               perform reject-not-on-calendar
               exit paragraph
           end-if
           perform check-calendar-date
           perform print-action-line
           move "  BEFORE" to il-tag
           perform print-holiday-image
           perform drop-holiday-entry
           add 1 to trans-applied
           move "  AFTER " to il-tag
           move spaces to il-date
           move "(none)" to il-weekday
           move image-line to report-line
           perform write-report-line.

      * cal-date to date-valid-switch and, for a valid date, its
      * weekday - Monday is 1 and Sunday is 7 under integer-of-date
      * day numbering
       check-calendar-date.
           move "N" to date-valid-switch
           move zero to weekday-number
           if cal-date is not numeric
               exit paragraph
           end-if
           move cal-date to check-date-x
           if check-yyyy is less than 1601
               or check-mm is less than 1
               or check-mm is greater than 12
               or check-dd is less than 1
               exit paragraph
           end-if
           perform resolve-month-days
           if check-dd is greater than month-days
               exit paragraph
           end-if
           move "Y" to date-valid-switch
           compute day-integer = function integer-of-date (check-date)
           compute weekday-number = function mod
               (day-integer - 1, 7) + 1.

      * the length of check-yyyy/check-mm's month, February by the
      * Gregorian leap rule
       resolve-month-days.
           move "N" to leap-year-switch
           if function mod (check-yyyy, 4) equal zero
               move "Y" to leap-year-switch
               if function mod (check-yyyy, 100) equal zero
                   and function mod (check-yyyy, 400) not equal zero
                   move "N" to leap-year-switch
               end-if
           end-if
           move days-in-month (check-mm) to month-days
           if check-mm equal 2 and leap-year
               move 29 to month-days
           end-if.

       find-holiday-entry.
           move zero to entry-idx
           perform varying h from 1 by 1
                   until h is greater than holiday-count
               if hol-date (h) equal lookup-date
                   move h to entry-idx
                   move holiday-count to h
               end-if
           end-perform.

      * the new date goes in at its place in date order
       insert-holiday-entry.
           move holiday-count to h
           perform until h equal zero
                   or hol-date (h) is less than cal-date
               move hol-date (h) to hol-date (h + 1)
               subtract 1 from h
           end-perform
           add 1 to h
           move cal-date to hol-date (h)
           move h to entry-idx
           add 1 to holiday-count.

       drop-holiday-entry.
           perform varying h2 from entry-idx by 1
                   until h2 is not less than holiday-count
               move hol-date (h2 + 1) to hol-date (h2)
           end-perform
           subtract 1 from holiday-count.

       print-action-line.
           move cal-action to al-action
           move cal-date to al-date
           move action-line to report-line
           perform write-report-line.

       print-holiday-image.
           move cal-date to il-date
           if date-valid
               move weekday-name (weekday-number) to il-weekday
           else
               move "(invalid)" to il-weekday
           end-if
           move image-line to report-line
           perform write-report-line.

      * an operator OperCheck would not pass - the reject says why,
      * and the refusal goes onto the audit trail as its own line
       reject-unauthorized-operator.
           display "CalMaint: reject - operator " cal-operator
               " refused table maint"
           add 1 to trans-rejected
           move spaces to rej-detail
           evaluate true
               when oper-profiles-unavailable
                   move "NO-OPERCTL" to rej-reason
                   move "Operator profiles OPERCTL not on file"
                       to rej-detail
               when cal-operator equal spaces
                   move "NO-OPERATOR" to rej-reason
                   move "Calendar change with no operator id"
                       to rej-detail
               when oper-not-found
                   move "UNKNOWN-OPERATOR" to rej-reason
                   string "Operator " cal-operator " not on OPERCTL"
                       delimited by size into rej-detail
               when oper-suspended
                   move "OPER-SUSPENDED" to rej-reason
                   string "Operator " cal-operator
                       " suspended on OPERCTL"
                       delimited by size into rej-detail
               when other
                   move "NOT-AUTHORIZED" to rej-reason
                   string cal-operator " lacks table maint right"
                       delimited by size into rej-detail
           end-evaluate
           perform write-reject-record
           perform write-refusal-audit-record.

       reject-bad-action.
           display "CalMaint: reject - action " cal-action
               " not A or X"
           add 1 to trans-rejected
           move "BAD-ACTION" to rej-reason
           move spaces to rej-detail
           string "Action " cal-action " not A or X"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-bad-date.
           display "CalMaint: reject - " cal-date
               " is not a calendar date"
           add 1 to trans-rejected
           move "BAD-DATE" to rej-reason
           move spaces to rej-detail
           string "Holiday " cal-date " is not a calendar date"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-weekend-date.
           display "CalMaint: reject - " cal-date " is a "
               weekday-name (weekday-number)
           add 1 to trans-rejected
           move "WEEKEND-DATE" to rej-reason
           move spaces to rej-detail
           string "Holiday " cal-date " falls on a "
               weekday-name (weekday-number)
               delimited by size into rej-detail
           perform write-reject-record.

       reject-out-of-window.
           display "CalMaint: reject - " cal-date
               " outside " run-date " to " latest-date-x
           add 1 to trans-rejected
           move "OUT-OF-WINDOW" to rej-reason
           move spaces to rej-detail
           string "Holiday " cal-date " outside keying window"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-duplicate.
           display "CalMaint: reject - add of existing holiday "
               cal-date
           add 1 to trans-rejected
           move "DUPLICATE" to rej-reason
           move spaces to rej-detail
           string "Add of existing holiday " cal-date
               delimited by size into rej-detail
           perform write-reject-record.

       reject-not-on-calendar.
           display "CalMaint: reject - " cal-date
               " not on the calendar"
           add 1 to trans-rejected
           move "NOT-ON-TABLE" to rej-reason
           move spaces to rej-detail
           string "Holiday " cal-date " not on the calendar"
               delimited by size into rej-detail
           perform write-reject-record.

       reject-table-full.
           display "CalMaint: reject - calendar full"
           add 1 to trans-rejected
           move "TABLE-FULL" to rej-reason
           move "Calendar at its 100-date ceiling"
               to rej-detail
           perform write-reject-record.

      * the year calendar: CALYEAR when given, otherwise the year
      * the operators are keying for - the coming one from October
       print-year-calendar.
           accept calyear-value from environment "CALYEAR"
           if calyear-value is numeric
               move calyear-value to calendar-year
           else
               move run-yyyy to calendar-year
               if run-mm is greater than 9
                   add 1 to calendar-year
               end-if
           end-if
           compute coming-year = run-yyyy + 1
           perform varying h from 1 by 1
                   until h is greater than holiday-count
               if hol-date (h) (1:4) equal coming-year
                   add 1 to coming-year-holidays
               end-if
           end-perform
           perform start-new-page
           move calendar-year to ytl-year
           move year-title-line to report-line
           perform write-report-line
           perform varying cal-month from 1 by 1
                   until cal-month is greater than 12
               perform print-one-month
           end-perform
           move spaces to report-line
           perform write-report-line
           move year-business-days to yt1-count
           move year-total-line-1 to report-line
           perform write-report-line
           move year-holidays to yt2-count
           move year-total-line-2 to report-line
           perform write-report-line
           if coming-year-holidays equal zero
               move coming-year to cyl-year
               move coming-year-line to report-line
               perform write-report-line
               display "CalMaint: WARNING - no holidays on file for "
                   coming-year
           end-if.

      * one month block kept whole on a page: title, weekday row,
      * up to six week rows, the summary and the holidays
       print-one-month.
           if lines-on-page is greater than max-lines-per-page - 12
               perform start-new-page
           end-if
           move spaces to report-line
           perform write-report-line
           move month-name (cal-month) to mtl-name
           move calendar-year to mtl-year
           move month-title-line to report-line
           perform write-report-line
           move weekday-heading-line to report-line
           perform write-report-line
           move zero to month-business-days
           move zero to month-holidays
           move spaces to month-first-business
           move spaces to month-last-business
           move spaces to month-holiday-line (14:)
           move spaces to week-line-x
           compute check-date =
               (calendar-year * 10000) + (cal-month * 100) + 1
           perform resolve-month-days
           compute day-integer = function integer-of-date (check-date)
           compute week-column = function mod
               (day-integer - 1, 7) + 1
           perform varying cal-day from 1 by 1
                   until cal-day is greater than month-days
               perform mark-one-day
           end-perform
           if week-column is greater than 1
               move week-line-x to report-line
               perform write-report-line
           end-if
           move month-business-days to msl-days
           move month-first-business to msl-first
           move month-last-business to msl-last
           move month-summary-line to report-line
           perform write-report-line
           if month-holidays is greater than zero
               move month-holiday-line to report-line
               perform write-report-line
           end-if.

      * one day into its cell on the week row - the row goes out
      * once Sunday's cell is filled
       mark-one-day.
           move cal-day to check-dd
           move cal-day to wc-day (week-column)
           move space to wc-flag (week-column)
           if week-column is greater than 5
               move "." to wc-flag (week-column)
           else
               move check-date-x to lookup-date
               perform find-holiday-entry
               if entry-idx is greater than zero
                   move "H" to wc-flag (week-column)
                   add 1 to month-holidays
                   add 1 to year-holidays
                   if month-holidays is not greater than 6
                       move month-holidays to holiday-slot
                       move check-date-x to mhl-value (holiday-slot)
                   end-if
               else
                   add 1 to month-business-days
                   add 1 to year-business-days
                   if month-first-business equal spaces
                       move check-date-x to month-first-business
                   end-if
                   move check-date-x to month-last-business
               end-if
           end-if
           if week-column equal 7
               move week-line-x to report-line
               perform write-report-line
               move spaces to week-line-x
               move 1 to week-column
           else
               add 1 to week-column
           end-if.

      * the calendar backs out through the work file so an abend
      * mid-write leaves the old file intact
       rewrite-calendar.
           open output calendar-work-file
           perform varying h from 1 by 1
                   until h is greater than holiday-count
               move hol-date (h) to calendar-work-record
               write calendar-work-record
           end-perform
           close calendar-work-file
           move "N" to calendar-eof-switch
           open input calendar-work-file
           open output calendar-file
           perform until calendar-eof
               read calendar-work-file
                   at end
                       move "Y" to calendar-eof-switch
                   not at end
                       move calendar-work-record to calendar-record
                       write calendar-record
               end-read
           end-perform
           close calendar-work-file
           close calendar-file.

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
           move "CalMaint" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move trans-read to aud-read
           move trans-applied to aud-applied
           string "Trans: " aud-read
               delimited by size into aud-input-summary
           string "Applied: " aud-applied
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
           move "CalMaint" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           string "Operator: " cal-operator
               delimited by size into aud-input-summary
           move "Refused: table maint" to aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per technical reject on the shop's shared reject file
       write-reject-record.
           move "CalMaint" to rej-program-id
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

       end program CalMaint.
