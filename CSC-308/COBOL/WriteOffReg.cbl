      *****************************************************************
      *                                                               *
      * WriteOffReg                                                   *
      *                                                               *
      * The monthly write-off register for the reconciliation         *
      * supervisor. Reads the write-off log (WRTOFLOG) WriteOff       *
      * appends to and prints, for one month:                         *
      *                                                               *
      *     - one section per clerk: every break that clerk wrote     *
      *       off - the date, the account, when the break was first   *
      *       seen, the reason, the amount to the cent, the ADJ that  *
      *       posted for it and the write-off account - with the      *
      *       clerk's count and total                                 *
      *     - the month's count and total by reason code              *
      *     - the month's grand total                                 *
      *                                                               *
      * WOMONTH=yyyymm (JCL PARM / environment variable) selects the  *
      * month; WOMONTH=PRIOR the month before the processing date;    *
      * the default is the processing month, same convention as       *
      * MonthEnd's MEMONTH. The register goes to WOFFREG and is kept  *
      * through ReportKeep. JOBSCHED runs it on the first business    *
      * day of the month for the month just ended.                    *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. WriteOffReg.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select writeoff-log-file assign to "WRTOFLOG"
               organization is line sequential
               file status is wrtoflog-status.
           select report-file assign to "WOFFREG"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  writeoff-log-file.
       01  writeoff-log-record pic x(75).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==wrtoflog-status==.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-EOF-SWITCH".
           copy "WS-WRITEOFF-RECORD".
      * the month's write-offs, held for the per-clerk passes
       01  wo-count pic 9(3) comp-3 value zero.
       01  max-wo-size pic 9(3) comp-3 value 500.
       01  wo-table.
           05  wo-entry occurs 1 to 500 times
                   depending on wo-count.
               10  wt-record pic x(75).
       01  i pic 9(3) comp-3.
      * the distinct clerks seen, first-seen order
       01  clerk-table.
           05  clerk-entry occurs 50 times.
               10  ck-clerk pic x(8).
               10  ck-count pic 9(5) comp-3.
               10  ck-amount pic s9(9)v99 comp-3.
               10  ck-posted pic s9(11) comp-3.
       01  clerk-count pic 9(3) comp-3 value zero.
       01  ck pic 9(3) comp-3.
      * the reasons, in WriteOff's order, with anything else last
       01  reason-values.
           05  filler pic x(26) value "RNDGRounding difference".
           05  filler pic x(26) value "TIMGTiming difference".
           05  filler pic x(26) value "FEESBank charges".
           05  filler pic x(26) value "UNIDUnidentified".
           05  filler pic x(26) value "    Other".
       01  reason-table redefines reason-values.
           05  reason-entry occurs 5 times.
               10  rs-code pic x(4).
               10  rs-name pic x(22).
       01  reason-totals.
           05  reason-total occurs 5 times.
               10  rt-count pic 9(5) comp-3.
               10  rt-amount pic s9(9)v99 comp-3.
       01  rs pic 9 comp-3.
       01  found-switch pic x.
           88  entry-found value "Y".
       01  grand-count pic 9(5) comp-3 value zero.
       01  grand-amount pic s9(9)v99 comp-3 value zero.
       01  grand-posted pic s9(11) comp-3 value zero.
       01  aud-items pic 9(5).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  report-month pic x(6).
       01  womonth-value pic x(6).
       01  prior-month.
           05  prior-yyyy pic 9(4).
           05  prior-mm pic 9(2).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Write-off Register".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  month-line.
           05  filler pic x(20) value "Write-offs for month".
           05  filler pic x value space.
           05  ml-month pic x(6).
       01  clerk-heading.
           05  filler pic x(7) value "Clerk: ".
           05  ch-clerk pic x(8).
       01  column-heading.
           05  filler pic x(2) value spaces.
           05  filler pic x(9) value "Date".
           05  filler pic x(9) value "Account".
           05  filler pic x(9) value "Seen".
           05  filler pic x(5) value "Why".
           05  filler pic x(12) value "      Amount".
           05  filler pic x(10) value "    Posted".
           05  filler pic x(2) value spaces.
           05  filler pic x(10) value "Written to".
       01  detail-line.
           05  filler pic x(2) value spaces.
           05  dl-date pic x(8).
           05  filler pic x value space.
           05  dl-account pic x(8).
           05  filler pic x value space.
           05  dl-first-seen pic x(8).
           05  filler pic x value space.
           05  dl-reason pic x(4).
           05  filler pic x value space.
           05  dl-amount pic -(8)9.99.
           05  dl-posted pic -(9)9.
           05  filler pic x(2) value spaces.
           05  dl-writeoff-account pic x(8).
       01  clerk-total-line.
           05  filler pic x(4) value spaces.
           05  ctl-count pic zzzz9.
           05  filler pic x(25) value " item(s)".
           05  ctl-amount pic -(8)9.99.
           05  ctl-posted pic -(9)9.
       01  reason-heading pic x(40)
               value "By reason".
       01  reason-line.
           05  filler pic x(2) value spaces.
           05  rl-code pic x(4).
           05  filler pic x value space.
           05  rl-name pic x(22).
           05  rl-count pic zzzz9.
           05  filler pic x(2) value spaces.
           05  rl-amount pic -(8)9.99.
       01  grand-line.
           05  filler pic x(29) value "Month total".
           05  gl-count pic zzzz9.
           05  filler pic x(2) value spaces.
           05  gl-amount pic -(8)9.99.
           05  filler pic x(9) value "  posted ".
           05  gl-posted pic -(10)9.
       01  no-data-line pic x(40)
               value "  (no write-offs this month)".
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move run-date (1:6) to report-month
           move spaces to womonth-value
           accept womonth-value from environment "WOMONTH"
           if womonth-value is numeric
               move womonth-value to report-month
           end-if
           if womonth-value equal "PRIOR"
               move run-date (1:6) to prior-month
               if prior-mm equal 1
                   subtract 1 from prior-yyyy
                   move 12 to prior-mm
               else
                   subtract 1 from prior-mm
               end-if
               move prior-month to report-month
           end-if
           perform varying rs from 1 by 1 until rs is greater than 5
               move zero to rt-count (rs)
               move zero to rt-amount (rs)
           end-perform
           perform load-month-writeoffs

           open output report-file
           perform start-new-page
           move report-month to ml-month
           move month-line to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line
           if wo-count equal zero
               move no-data-line to report-line
               perform write-report-line
           else
               perform varying ck from 1 by 1
                       until ck is greater than clerk-count
                   perform print-one-clerk-section
               end-perform
               perform print-reason-totals
           end-if
           move spaces to report-line
           perform write-report-line
           move grand-count to gl-count
           move grand-amount to gl-amount
           move grand-posted to gl-posted
           move grand-line to report-line
           perform write-report-line
           close report-file

           move "WOFFREG" to keep-report-name
           move page-number to keep-pages
           move wo-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-audit-record
           display "WriteOffReg: month " report-month " - "
               grand-count " write-off(s) by " clerk-count
               " clerk(s)"
           move RC-SUCCESS to return-code
           stop run.

      * the log lines for the month, with the clerk and reason
      * totals gathered on the way in - no log means nothing has
      * ever been written off
       load-month-writeoffs.
           open input writeoff-log-file
           if not FS-FIELD-OK
               exit paragraph
           end-if
           perform until end-of-file
               read writeoff-log-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       move writeoff-log-record to ws-writeoff-record
                       if wo-run-date (1:6) equal report-month
                           perform take-one-writeoff
                       end-if
               end-read
           end-perform
           close writeoff-log-file.

       take-one-writeoff.
           if wo-count is equal to max-wo-size
               display "WriteOffReg: month exceeds " max-wo-size
                   " write-offs - rest not listed"
               exit paragraph
           end-if
           add 1 to wo-count
           move ws-writeoff-record to wt-record (wo-count)
           add 1 to grand-count
           add wo-amount to grand-amount
           add wo-posted to grand-posted
           move "N" to found-switch
           perform varying ck from 1 by 1
                   until ck is greater than clerk-count
               if ck-clerk (ck) equal wo-clerk
                   move "Y" to found-switch
                   add 1 to ck-count (ck)
                   add wo-amount to ck-amount (ck)
                   add wo-posted to ck-posted (ck)
                   move clerk-count to ck
               end-if
           end-perform
           if not entry-found
               and clerk-count is less than 50
               add 1 to clerk-count
               move wo-clerk to ck-clerk (clerk-count)
               move 1 to ck-count (clerk-count)
               move wo-amount to ck-amount (clerk-count)
               move wo-posted to ck-posted (clerk-count)
           end-if
           move 5 to rs
           perform varying i from 1 by 1 until i is greater than 4
               if rs-code (i) equal wo-reason
                   move i to rs
               end-if
           end-perform
           add 1 to rt-count (rs)
           add wo-amount to rt-amount (rs).

      * one clerk's write-offs in log order, and their total
       print-one-clerk-section.
           move ck-clerk (ck) to ch-clerk
           move clerk-heading to report-line
           perform write-report-line
           move column-heading to report-line
           perform write-report-line
           perform varying i from 1 by 1
                   until i is greater than wo-count
               move wt-record (i) to ws-writeoff-record
               if wo-clerk equal ck-clerk (ck)
                   move wo-run-date to dl-date
                   move wo-account to dl-account
                   move wo-first-seen to dl-first-seen
                   move wo-reason to dl-reason
                   move wo-amount to dl-amount
                   move wo-posted to dl-posted
                   move wo-writeoff-account to dl-writeoff-account
                   move detail-line to report-line
                   perform write-report-line
               end-if
           end-perform
           move ck-count (ck) to ctl-count
           move ck-amount (ck) to ctl-amount
           move ck-posted (ck) to ctl-posted
           move clerk-total-line to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line.

       print-reason-totals.
           move reason-heading to report-line
           perform write-report-line
           perform varying rs from 1 by 1 until rs is greater than 5
               if rt-count (rs) is greater than zero
                   move rs-code (rs) to rl-code
                   move rs-name (rs) to rl-name
                   move rt-count (rs) to rl-count
                   move rt-amount (rs) to rl-amount
                   move reason-line to report-line
                   perform write-report-line
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
           move "WriteOffRg" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move grand-count to aud-items
           string "Month: " report-month
               delimited by size into aud-input-summary
           string "Write-offs: " aud-items
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program WriteOffReg.
