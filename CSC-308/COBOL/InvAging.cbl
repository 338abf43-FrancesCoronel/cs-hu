      *****************************************************************
      *                                                               *
      * InvAging                                                      *
      *                                                               *
      * The receivables aging report. Reads the invoice register      *
      * INVREG (SeqBatch writes a line for every INV number issued,   *
      * Add pays the lines down as customers' CR payments post) and   *
      * lists every invoice still owing something, by customer,       *
      * what is still owed set out by how long past its due date:     *
      *                                                               *
      *     Current  - not yet due, or under 30 days past due         *
      *     30       - 30 to 59 days past due                         *
      *     60       - 60 to 89 days past due                         *
      *     90+      - 90 days or more past due                       *
      *                                                               *
      * Customers come out in account order, each with its name off   *
      * the account master and a subtotal line per bucket; a grand    *
      * total closes the report. INVAGRPT is kept through ReportKeep  *
      * and the run leaves an audit line. Anything in the 90+ bucket  *
      * ends the run RC-WARNING, so collections sees it in the        *
      * morning's job summary.                                        *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. InvAging.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select invoice-register-file assign to "INVREG"
               organization is line sequential
               file status is invreg-status.
           select report-file assign to "INVAGRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  invoice-register-file.
       01  invoice-register-record pic x(80).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  invreg-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-INVREG-RECORD".
       01  invreg-eof-switch pic x value "N".
           88  invreg-eof value "Y".
      * the open invoices, held for the per-customer passes - same
      * 2000 ceiling Add loads the register into
       01  invoice-count pic 9(5) comp-3 value zero.
       01  max-invoice-size pic 9(5) comp-3 value 2000.
       01  invoice-table.
           05  invoice-entry occurs 2000 times.
               10  it-record pic x(80).
       01  iv pic 9(5) comp-3.
      * the customers owing anything, kept in account order as they
      * are found
       01  customer-count pic 9(5) comp-3 value zero.
       01  max-customer-size pic 9(5) comp-3 value 500.
       01  customer-table.
           05  customer-entry occurs 500 times.
               10  ct-account pic x(8).
       01  cu pic 9(5) comp-3.
       01  cu-move pic 9(5) comp-3.
       01  customer-found-switch pic x.
           88  customer-found value "Y".
      * aging arithmetic - days past due off the due date, a
      * not-yet-due invoice running negative
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  run-date-integer pic 9(7) comp-3.
       01  due-date-integer pic 9(7) comp-3.
       01  days-past-due pic s9(5) comp-3.
       01  open-amount pic 9(9) comp-3.
       01  bucket-no pic 9 comp-3.
      * the four buckets, for one customer and for the whole report
       01  customer-buckets.
           05  cb-amount occurs 4 times pic 9(11) comp-3.
       01  grand-buckets.
           05  gb-amount occurs 4 times pic 9(11) comp-3.
       01  b pic 9 comp-3.
       01  grand-total pic 9(11) comp-3 value zero.
       01  over-90-count pic 9(5) comp-3 value zero.
       01  aud-invoices pic 9(5).
       01  aud-customers pic 9(5).
       01  aud-over-90 pic 9(5).
      * the customer's name for the section heading
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
       01  lookup-account pic x(8).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Receivables Aging Report".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  column-heading.
           05  filler pic x(10) value "Invoice".
           05  filler pic x(9) value "Due date".
           05  filler pic x(5) value " Days".
           05  filler pic x(10) value "   Current".
           05  filler pic x(10) value "        30".
           05  filler pic x(10) value "        60".
           05  filler pic x(10) value "       90+".
       01  customer-heading.
           05  filler pic x(10) value "Customer: ".
           05  ch-account pic x(8).
           05  filler pic x(2) value spaces.
           05  ch-name pic x(30).
       01  detail-line.
           05  dl-invoice pic 9(9).
           05  filler pic x value space.
           05  dl-due-date pic x(8).
           05  filler pic x value space.
           05  dl-days pic -(4)9.
           05  dl-bucket occurs 4 times.
               10  filler pic x value space.
               10  dl-amount pic z(8)9.
       01  total-line.
           05  tl-label pic x(24).
           05  tl-bucket occurs 4 times.
               10  filler pic x value space.
               10  tl-amount pic z(8)9.
       01  grand-total-line.
           05  filler pic x(25) value "Total owed, all buckets: ".
           05  gtl-amount pic z(10)9.
       01  summary-line-1.
           05  filler pic x(25) value "Open invoices:".
           05  sl1-count pic zzzz9.
       01  summary-line-2.
           05  filler pic x(25) value "Customers owing:".
           05  sl2-count pic zzzz9.
       01  no-data-line pic x(40)
               value "  (no open invoices)".
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
           perform varying b from 1 by 1 until b is greater than 4
               move zero to gb-amount (b)
           end-perform

           perform load-open-invoices
           perform print-aging-report
           perform write-audit-record
           display "InvAging: " invoice-count " open invoice(s), "
               customer-count " customer(s), " over-90-count
               " 90 days or more past due"
           if over-90-count is greater than zero
               move "InvAging" to alert-program-id
               move "WARNING" to alert-severity
               move "OVER-90-DAYS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the open invoices off INVREG - no register yet just means
      * no invoice has been issued, and the report says so
       load-open-invoices.
           open input invoice-register-file
           if invreg-status not equal "00"
               exit paragraph
           end-if
           perform until invreg-eof
               read invoice-register-file
                   at end
                       move "Y" to invreg-eof-switch
                   not at end
                       perform load-one-invoice
               end-read
           end-perform
           close invoice-register-file.

       load-one-invoice.
           move invoice-register-record to ws-invreg-record
           if inv-number is not numeric or not inv-open
               exit paragraph
           end-if
           if inv-amount is not greater than inv-paid
               exit paragraph
           end-if
           if invoice-count is equal to max-invoice-size
               display "InvAging: INVREG exceeds " max-invoice-size
                   " open invoice limit"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to invoice-count
           move ws-invreg-record to it-record (invoice-count)
           perform find-customer.

      * a customer not yet on the table goes in at its place in
      * account order
       find-customer.
           move "N" to customer-found-switch
           perform varying cu from 1 by 1
                   until cu is greater than customer-count
               if ct-account (cu) equal inv-customer
                   move "Y" to customer-found-switch
                   exit perform
               end-if
               if ct-account (cu) is greater than inv-customer
                   exit perform
               end-if
           end-perform
           if customer-found
               exit paragraph
           end-if
           if customer-count is equal to max-customer-size
               display "InvAging: more than " max-customer-size
                   " customers owing"
               move RC-ERROR to return-code
               stop run
           end-if
           perform varying cu-move from customer-count by -1
                   until cu-move is less than cu
               move ct-account (cu-move) to ct-account (cu-move + 1)
           end-perform
           move inv-customer to ct-account (cu)
           add 1 to customer-count.

       print-aging-report.
           open output report-file
           perform start-new-page
           if customer-count is equal to zero
               move no-data-line to report-line
               perform write-report-line
           end-if
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform varying cu from 1 by 1
                   until cu is greater than customer-count
               perform print-one-customer
           end-perform
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record

           move spaces to report-line
           perform write-report-line
           move "Report total" to tl-label
           move zero to grand-total
           perform varying b from 1 by 1 until b is greater than 4
               move gb-amount (b) to tl-amount (b)
               add gb-amount (b) to grand-total
           end-perform
           move total-line to report-line
           perform write-report-line
           move grand-total to gtl-amount
           move grand-total-line to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line
           move invoice-count to sl1-count
           move summary-line-1 to report-line
           perform write-report-line
           move customer-count to sl2-count
           move summary-line-2 to report-line
           perform write-report-line
           close report-file
           move "INVAGRPT" to keep-report-name
           move page-number to keep-pages
           move invoice-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items.

      * one customer's section - heading, an invoice per line, and
      * the customer's bucket subtotals
       print-one-customer.
           move ct-account (cu) to lookup-account
           call "AcctLookup" using lookup-account acct-lookup-result
               ws-acct-record
           move lookup-account to ch-account
           if acct-lookup-active or acct-lookup-closed
                   or acct-lookup-dormant
               move acct-name to ch-name
           else
               move "(not on account master)" to ch-name
           end-if
           move spaces to report-line
           perform write-report-line
           move customer-heading to report-line
           perform write-report-line
           perform varying b from 1 by 1 until b is greater than 4
               move zero to cb-amount (b)
           end-perform
           perform varying iv from 1 by 1
                   until iv is greater than invoice-count
               move it-record (iv) to ws-invreg-record
               if inv-customer equal lookup-account
                   perform print-one-invoice
               end-if
           end-perform
           move spaces to tl-label
           string "  Total " lookup-account
               delimited by size into tl-label
           perform varying b from 1 by 1 until b is greater than 4
               move cb-amount (b) to tl-amount (b)
           end-perform
           move total-line to report-line
           perform write-report-line.

      * the still-owed amount goes in the one column its age falls in
       print-one-invoice.
           compute open-amount = inv-amount - inv-paid
           move zero to days-past-due
           if inv-due-date is numeric
               compute due-date-integer =
                   function integer-of-date
                       (function numval (inv-due-date))
               if due-date-integer is greater than zero
                   compute days-past-due =
                       run-date-integer - due-date-integer
               end-if
           end-if
           evaluate true
               when days-past-due is less than 30
                   move 1 to bucket-no
               when days-past-due is less than 60
                   move 2 to bucket-no
               when days-past-due is less than 90
                   move 3 to bucket-no
               when other
                   move 4 to bucket-no
                   add 1 to over-90-count
           end-evaluate
           add open-amount to cb-amount (bucket-no)
           add open-amount to gb-amount (bucket-no)
           move spaces to detail-line
           move inv-number to dl-invoice
           move inv-due-date to dl-due-date
           move days-past-due to dl-days
           move open-amount to dl-amount (bucket-no)
           move detail-line to report-line
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

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           move "InvAging" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move invoice-count to aud-invoices
           move customer-count to aud-customers
           move over-90-count to aud-over-90
           string "Open: " aud-invoices " Custs: " aud-customers
               delimited by size into aud-input-summary
           string "Over 90 days: " aud-over-90
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program InvAging.
