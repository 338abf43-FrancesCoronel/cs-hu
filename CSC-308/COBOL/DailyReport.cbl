      * separate console dumps my supervisor currently gets           *
      * screenshotted separately.                                     *
      *                                                               *
      * A third section lists the periodic steps DailyBatch found due *
      * last night (SCHEDSTAT) - one that failed, was never reached,  *
      * or whose schedule line was refused is flagged *** and ends    *
      * the report RC-WARNING.                                        *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. DailyReport.
           select exception-file assign to "CMPEXC"
               organization is line sequential
               file status is cmpexc-status.
      * DailyBatch's note of the periodic steps that fell due last
      * night and what became of each
           select schedule-status-file assign to "SCHEDSTAT"
               organization is line sequential
               file status is schedstat-status.
           select report-file assign to "DAILYRPT"
               organization is line sequential
               file status is rpt-status.
       fd  exception-file.
       01  exception-record pic x(80).

       fd  schedule-status-file.
       01  schedule-status-record pic x(39).

       fd  report-file.
       01  report-line pic x(80).


       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  bsmstr-status pic xx.
       01  cmpexc-status pic xx.
       01  rpt-status pic xx.
       01  ext-status pic xx.
       01  schedstat-status pic xx.
           copy "WS-SCHEDSTAT-RECORD".
       01  schedstat-eof-switch pic x value "N".
           88  schedstat-eof value "Y".
       01  schedule-item-count pic 9(5) value zero.
       01  schedule-problem-count pic 9(5) value zero.
       01  sorted-eof-switch pic x value "N".
           88  sorted-eof value "Y".
       01  exception-eof-switch pic x value "N".
               value "Sorted Items (from BubbleSort - BSMSTR)".
       01  section-heading-exceptions pic x(40)
               value "Reconciliation Exceptions (from Compare)".
       01  section-heading-schedule pic x(40)
               value "Periodic Steps Due (from DailyBatch)".
       01  no-data-line pic x(40)
               value "  (none)".
      * a due step that failed, never ran, or a schedule line the
      * stream refused is flagged for the morning shift
       01  schedule-line.
           05  filler pic x(2) value spaces.
           05  sl-run-date pic x(8).
           05  filler pic x(2) value spaces.
           05  sl-step-name pic x(14).
           05  filler pic x(2) value spaces.
           05  sl-when pic x(4).
           05  filler pic x(2) value spaces.
           05  sl-outcome pic x(10).
           05  filler pic x(4) value "RC ".
           05  sl-rc pic zz9.
           05  filler pic x(2) value spaces.
           05  sl-flag pic x(3).
      * one extract line under construction: section type, the
      * processing date, the key, and the amounts as separate
      * comma-delimited fields. Sorted items carry their key and

           perform print-sorted-section
           perform print-exception-section
           perform print-schedule-section

           close report-file
           close extract-file
           move page-number to keep-pages
           compute keep-items =
               sorted-item-count + exception-item-count
               + schedule-item-count
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           display "DailyReport: " sorted-item-count
               " sorted item(s), " exception-item-count
               " exception(s), " page-number " page(s)"
           if schedule-problem-count is greater than zero
               display "DailyReport: " schedule-problem-count
                   " periodic step(s) failed, skipped, or refused"
               move "DailyReport" to alert-program-id
               move "WARNING" to alert-severity
               move "SCHEDULE-PROBLEM" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * BSMSTR is produced by BubbleSort - if the nightly sort has not
               close exception-file
           end-if.

      * SCHEDSTAT is rewritten by every main DailyBatch run - a
      * night with nothing due leaves it empty
       print-schedule-section.
           move spaces to report-line
           perform write-report-line
           move section-heading-schedule to report-line
           perform write-report-line
           open input schedule-status-file
           if schedstat-status not equal "00"
               move no-data-line to report-line
               perform write-report-line
               exit paragraph
           end-if
           perform until schedstat-eof
               read schedule-status-file
                   at end
                       move "Y" to schedstat-eof-switch
                   not at end
                       add 1 to schedule-item-count
                       perform print-one-schedule-line
               end-read
           end-perform
           close schedule-status-file
           if schedule-item-count equal zero
               move no-data-line to report-line
               perform write-report-line
           end-if.

       print-one-schedule-line.
           move schedule-status-record to ws-schedstat-record
           move ss-run-date to sl-run-date
           move ss-step-name to sl-step-name
           move ss-when to sl-when
           move ss-outcome to sl-outcome
           move ss-step-rc to sl-rc
           move spaces to sl-flag
           if ss-outcome equal "FAILED" or "SKIPPED" or "REFUSED"
               move "***" to sl-flag
               add 1 to schedule-problem-count
           end-if
           move schedule-line to report-line
           perform write-report-line
           move spaces to ext-line
           move ss-step-name to ext-key
           string "SCHEDULE" "," ss-run-date ","
               function trim (ext-key) ","
               ss-when "," function trim (ss-outcome) ","
               ss-step-rc
               delimited by size into ext-line
           write extract-record from ext-line.

      * one delimited record per sorted item: section, processing
      * date, the key, and its source branch
       write-sorted-extract.
