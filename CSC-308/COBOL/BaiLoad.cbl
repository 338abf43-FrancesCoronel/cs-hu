      *****************************************************************
      *                                                               *
      * BaiLoad                                                       *
      *                                                               *
      * The bank leg of the reconciliation, straight off the bank's   *
      * own file. The bank sends a standard BAI2 prior-day balance    *
      * report; its closing ledger balances used to be retyped into   *
      * the comma extract FeedLoad turns into CMPIN. This program     *
      * reads the BAI2 file (BAI2IN) itself:                          *
      *                                                               *
      *     01 file header, 02 group header, 03 account identifier    *
      *         (with any 88 continuations), 16 detail, 49 account    *
      *         trailer, 98 group trailer, 99 file trailer            *
      *                                                               *
      * and proves the bank's own control totals - each 49, 98 and    *
      * 99 against the amounts and record counts actually read.       *
      * Any total that fails refuses the whole file: a reject line    *
      * names the record, BANKLEG goes out empty, and the run ends    *
      * RC 16. Nothing half-proved reaches the reconciliation.        *
      *                                                               *
      * For a file that proves, each account's closing ledger         *
      * balance (summary type code 015) is mapped to our account      *
      * through the BAIXREF cross-reference (bank account id, our     *
      * ACCTMSTR account) and written to BANKLEG, where FeedLoad      *
      * picks it up as the bank leg (number3) of the CMPIN triple.    *
      * A bank account with no cross-reference line, one mapped to    *
      * an account not active on the master, one reported in a        *
      * currency other than the account's, or one with no closing     *
      * ledger summary rejects to REJECTS with its 03 record named    *
      * and the rest still load (RC 4). BAIRPT lists every account    *
      * and what became of it.                                        *
      *                                                               *
      * BAI2 amounts carry two implied decimal places and no point.   *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. BaiLoad.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select bai-file assign to "BAI2IN"
               organization is line sequential
               file status is bai2in-status.
           select xref-file assign to "BAIXREF"
               organization is line sequential
               file status is baixref-status.
           select bank-leg-file assign to "BANKLEG"
               organization is line sequential
               file status is bankleg-status.
           select report-file assign to "BAIRPT"
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
       fd  bai-file.
       01  bai-record pic x(200).

      * the cross-reference - the bank's account identifier as it
      * appears on the 03 record, and the account it is on our master
       fd  xref-file.
       01  xref-record.
           05  bx-bank-account pic x(20).
           05  bx-account pic x(8).

      * one closing ledger balance per mapped account, for FeedLoad
       fd  bank-leg-file.
       01  bank-leg-record.
           05  bl-account pic x(8).
           05  bl-balance pic s9(9)v99 sign is trailing separate.
           05  bl-as-of-date pic x(8).
           05  bl-currency pic x(3).

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
               replacing ==FS-FIELD== by ==bai2in-status==.
       01  baixref-status pic xx.
       01  bankleg-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
           copy "WS-EOF-SWITCH".
       01  xref-eof-switch pic x value "N".
           88  xref-eof value "Y".
      * the cross-reference held for lookup
       01  max-xref-size pic 9(5) comp-3 value 2000.
       01  xref-count pic 9(5) comp-3 value zero.
       01  xref-table.
           05  xref-entry occurs 2000 times.
               10  xt-bank-account pic x(20).
               10  xt-account pic x(8).
       01  xx pic 9(5) comp-3.
      * one BAI2 record taken apart - the text up to the slash, cut
      * on commas
       01  record-number pic 9(7) value zero.
       01  record-text-length pic 9(3) comp-3.
       01  comma-count pic 9(3) comp-3.
       01  field-count pic 9(3) comp-3.
       01  field-table.
           05  bai-field occurs 40 times pic x(20).
       01  f pic 9(3) comp-3.
       01  record-type pic x(2).
       01  last-record-type pic x(2) value spaces.
      * the account identifier's fields, 03 and its continuations,
      * gathered until the 49 closes the account
       01  max-account-fields pic 9(3) comp-3 value 120.
       01  account-field-count pic 9(3) comp-3 value zero.
       01  account-field-table.
           05  account-field occurs 120 times pic x(20).
       01  af pic 9(3) comp-3.
       01  account-open-switch pic x value "N".
           88  account-open value "Y".
       01  account-record-number pic 9(7).
       01  account-records pic 9(7) comp-3.
       01  account-sum pic s9(13) comp-3.
       01  account-currency pic x(3).
       01  closing-found-switch pic x.
           88  closing-found value "Y".
       01  closing-amount pic s9(13) comp-3.
       01  summary-type pic x(20).
       01  funds-type pic x(20).
       01  skip-count pic 9(3) comp-3.
      * the group and file being proved
       01  header-seen-switch pic x value "N".
           88  header-seen value "Y".
       01  trailer-seen-switch pic x value "N".
           88  trailer-seen value "Y".
       01  group-open-switch pic x value "N".
           88  group-open value "Y".
       01  group-sum pic s9(13) comp-3.
       01  group-accounts pic 9(7) comp-3.
       01  group-records pic 9(7) comp-3.
       01  group-currency pic x(3).
       01  group-as-of-date pic x(8).
       01  file-sum pic s9(13) comp-3 value zero.
       01  file-groups pic 9(7) comp-3 value zero.
       01  file-records pic 9(7) comp-3 value zero.
      * a refused file: the first total that failed, and where
       01  file-refused-switch pic x value "N".
           88  file-refused value "Y".
       01  refusal-reason pic x(20).
       01  refusal-text pic x(24).
      * one amount field checked and converted - optional sign,
      * digits only, two implied decimals
       01  work-field pic x(20).
       01  amount-ok-switch pic x.
           88  amount-ok value "Y".
       01  amount-value pic s9(13) comp-3.
       01  char-idx pic 9(3) comp-3.
       01  digit-count pic 9(3) comp-3.
       01  sign-seen-switch pic x.
           88  sign-seen value "Y".
       01  one-char pic x.
       01  control-value pic s9(13) comp-3.
       01  control-count pic 9(7) comp-3.
      * the accounts of a file that proved, staged until the 99
      * trailer says the whole file is good
       01  max-stage-size pic 9(5) comp-3 value 2000.
       01  stage-count pic 9(5) comp-3 value zero.
       01  stage-table.
           05  stage-entry occurs 2000 times.
               10  sa-bank-account pic x(20).
               10  sa-currency pic x(3).
               10  sa-as-of-date pic x(8).
               10  sa-record-number pic 9(7).
               10  sa-closing-switch pic x.
                   88  sa-closing-found value "Y".
               10  sa-balance pic s9(11)v99 comp-3.
       01  sx pic 9(5) comp-3.
       01  stage-dropped-count pic 9(5) comp-3 value zero.
       01  mapped-account pic x(8).
       01  account-currency-check pic x(3).
           88  check-base-currency value spaces, "USD".
       01  stage-currency-check pic x(3).
           88  stage-base-currency value spaces, "USD".
       01  disposition-text pic x(20).
      * the account master, for the mapped account's status and
      * currency
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * run bookkeeping
       01  accounts-loaded pic 9(7) comp-3 value zero.
       01  accounts-rejected pic 9(7) comp-3 value zero.
       01  record-number-edit pic 9(7).
       01  aud-records pic 9(7).
       01  aud-loaded pic 9(7).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  report-heading-1.
           05  filler pic x(30) value "BAI2 Bank Balance Load".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  column-heading.
           05  filler pic x(22) value "Bank account".
           05  filler pic x(10) value "Account".
           05  filler pic x(10) value "As of".
           05  filler pic x(16) value "  Closing ledger".
           05  filler pic x(2) value spaces.
           05  filler pic x(20) value "Disposition".
       01  detail-line.
           05  dl-bank-account pic x(20).
           05  filler pic x(2) value spaces.
           05  dl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-as-of-date pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-balance pic -(11)9.99.
           05  filler pic x(2) value spaces.
           05  dl-disposition pic x(20).
       01  refused-line.
           05  filler pic x(26) value "*** FILE REFUSED - record ".
           05  rfl-record pic z(6)9.
           05  filler pic x(2) value ": ".
           05  rfl-text pic x(24).
       01  total-line-1.
           05  filler pic x(22) value "BAI2 records read:    ".
           05  tl1-count pic zzzzzz9.
       01  total-line-2.
           05  filler pic x(22) value "Accounts loaded:      ".
           05  tl2-count pic zzzzzz9.
       01  total-line-3.
           05  filler pic x(22) value "Accounts rejected:    ".
           05  tl3-count pic zzzzzz9.
       01  dropped-line.
           05  filler pic x(35)
                   value "  *** accounts not loaded (full): ".
           05  dpl-count pic zzzz9.
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           perform load-cross-reference

           open input bai-file
           if not FS-FIELD-OK
               display "BaiLoad: unable to open BAI2IN, status "
                   bai2in-status
               move RC-ERROR to return-code
               stop run
           end-if
           perform until end-of-file or file-refused
               read bai-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       perform process-bai-record
               end-read
           end-perform
           close bai-file
           if not file-refused
               perform check-file-complete
           end-if

           open output report-file
           perform start-new-page
           open output bank-leg-file
           if file-refused
               move record-number to rfl-record
               move refusal-text to rfl-text
               move refused-line to report-line
               perform write-report-line
           else
               perform varying sx from 1 by 1
                       until sx is greater than stage-count
                   perform load-one-account
               end-perform
           end-if
           close bank-leg-file

           move spaces to report-line
           perform write-report-line
           move record-number to tl1-count
           move total-line-1 to report-line
           perform write-report-line
           move accounts-loaded to tl2-count
           move total-line-2 to report-line
           perform write-report-line
           move accounts-rejected to tl3-count
           move total-line-3 to report-line
           perform write-report-line
           if stage-dropped-count is greater than zero
               move stage-dropped-count to dpl-count
               move dropped-line to report-line
               perform write-report-line
           end-if
           close report-file

           move "BAIRPT" to keep-report-name
           move page-number to keep-pages
           move accounts-loaded to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-audit-record
           display "BaiLoad: " record-number " record(s) read, "
               accounts-loaded " account(s) loaded, "
               accounts-rejected " rejected"
           evaluate true
               when file-refused
                   move "BaiLoad" to alert-program-id
                   move "ERROR" to alert-severity
                   move "FILE-REFUSED" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-ERROR to return-code
               when accounts-rejected is greater than zero
                   or stage-dropped-count is greater than zero
                   move "BaiLoad" to alert-program-id
                   move "WARNING" to alert-severity
                   move "ACCTS-REJECTED" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-WARNING to return-code
               when other
                   move RC-SUCCESS to return-code
           end-evaluate
           stop run.

      * the cross-reference into the table - no file at all means no
      * bank account can map, which is an error, not an empty night
       load-cross-reference.
           open input xref-file
           if baixref-status not equal "00"
               display "BaiLoad: BAIXREF not on file - no bank "
                   "account can be mapped"
               move RC-ERROR to return-code
               stop run
           end-if
           perform until xref-eof
               read xref-file
                   at end
                       move "Y" to xref-eof-switch
                   not at end
                       if xref-count is less than max-xref-size
                           add 1 to xref-count
                           move bx-bank-account
                               to xt-bank-account (xref-count)
                           move bx-account to xt-account (xref-count)
                       else
                           display "BaiLoad: BAIXREF over "
                               max-xref-size " lines - "
                               bx-bank-account " not loaded"
                       end-if
               end-read
           end-perform
           close xref-file.

      * one BAI2 record: cut off the slash terminator, split on the
      * commas, and route on the record type. Every record counts
      * toward the file's record total, and toward the group's and
      * the account's while one is open.
       process-bai-record.
           add 1 to record-number
           if bai-record equal spaces
               subtract 1 from record-number
               exit paragraph
           end-if
           perform split-bai-record
           move bai-field (1) (1:2) to record-type
           if trailer-seen
               move "BAI-BAD-SEQUENCE" to refusal-reason
               move "record after 99" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           add 1 to file-records
           if group-open
               add 1 to group-records
           end-if
           if account-open
               add 1 to account-records
           end-if
           evaluate record-type
               when "01"
                   perform process-file-header
               when "02"
                   perform process-group-header
               when "03"
                   perform process-account-identifier
               when "16"
                   perform process-transaction-detail
               when "88"
                   perform process-continuation
               when "49"
                   perform process-account-trailer
               when "98"
                   perform process-group-trailer
               when "99"
                   perform process-file-trailer
               when other
                   move "BAI-BAD-RECORD" to refusal-reason
                   move "unknown record type" to refusal-text
                   perform refuse-file
           end-evaluate
           if record-type not equal "88"
               move record-type to last-record-type
           end-if.

      * the field count is the comma count plus one - a trailing
      * empty field before the slash is still a field, which keeps
      * an 03's type/amount/count/funds groups in step
       split-bai-record.
           move zero to record-text-length
           inspect bai-record tallying record-text-length
               for characters before initial "/"
           move spaces to field-table
           move zero to comma-count
           if record-text-length is equal to zero
               move 1 to field-count
               exit paragraph
           end-if
           inspect bai-record (1:record-text-length)
               tallying comma-count for all ","
           unstring bai-record (1:record-text-length)
               delimited by ","
               into bai-field (1) bai-field (2) bai-field (3)
                    bai-field (4) bai-field (5) bai-field (6)
                    bai-field (7) bai-field (8) bai-field (9)
                    bai-field (10) bai-field (11) bai-field (12)
                    bai-field (13) bai-field (14) bai-field (15)
                    bai-field (16) bai-field (17) bai-field (18)
                    bai-field (19) bai-field (20) bai-field (21)
                    bai-field (22) bai-field (23) bai-field (24)
                    bai-field (25) bai-field (26) bai-field (27)
                    bai-field (28) bai-field (29) bai-field (30)
                    bai-field (31) bai-field (32) bai-field (33)
                    bai-field (34) bai-field (35) bai-field (36)
                    bai-field (37) bai-field (38) bai-field (39)
                    bai-field (40)
           end-unstring
           compute field-count = comma-count + 1
           if field-count is greater than 40
               move 40 to field-count
           end-if.

       process-file-header.
           if header-seen or record-number not equal 1
               move "BAI-BAD-SEQUENCE" to refusal-reason
               move "01 not first record" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           move "Y" to header-seen-switch
           display "BaiLoad: BAI2 file from " bai-field (2)
               " created " bai-field (4).

      * a group opens: its currency is the default for its accounts,
      * its as-of date (yymmdd) is the balance date they carry
       process-group-header.
           if not header-seen or group-open
               move "BAI-BAD-SEQUENCE" to refusal-reason
               move "02 out of sequence" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           move "Y" to group-open-switch
           move zero to group-sum
           move zero to group-accounts
           move 1 to group-records
           move bai-field (7) to group-currency
           move spaces to group-as-of-date
           if bai-field (5) (1:6) is numeric
               string "20" bai-field (5) (1:6)
                   delimited by size into group-as-of-date
           end-if.

       process-account-identifier.
           if not group-open or account-open
               move "BAI-BAD-SEQUENCE" to refusal-reason
               move "03 out of sequence" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           move "Y" to account-open-switch
           move record-number to account-record-number
           move 1 to account-records
           move zero to account-sum
           move zero to account-field-count
           perform varying f from 1 by 1
                   until f is greater than field-count
               perform add-account-field
           end-perform.

      * a continuation carries on the record before it; only an
      * 03's continuation adds summary fields - a 16's is its text
       process-continuation.
           if last-record-type equal "03"
               perform varying f from 2 by 1
                       until f is greater than field-count
                   perform add-account-field
               end-perform
           end-if.

       add-account-field.
           if account-field-count is less than max-account-fields
               add 1 to account-field-count
               move bai-field (f) to account-field (account-field-count)
           end-if.

      * a detail's amount counts toward its account's control total
       process-transaction-detail.
           if not account-open
               move "BAI-BAD-SEQUENCE" to refusal-reason
               move "16 outside an account" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           move bai-field (3) to work-field
           perform convert-bai-amount
           if not amount-ok
               move "BAI-BAD-AMOUNT" to refusal-reason
               move "16 amount not numeric" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           add amount-value to account-sum.

      * the account closes: walk its summary groups (type code,
      * amount, item count, funds type - and the extra fields a V,
      * S or D funds type brings), add every amount to the account
      * total, pick up the 015 closing ledger, then prove the 49
       process-account-trailer.
           if not account-open
               move "BAI-BAD-SEQUENCE" to refusal-reason
               move "49 outside an account" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           move account-field (3) to account-currency
           if account-currency equal spaces
               move group-currency to account-currency
           end-if
           move "N" to closing-found-switch
           move zero to closing-amount
           move 4 to af
           perform walk-summary-group
               until af is greater than account-field-count
                   or file-refused
           if file-refused
               exit paragraph
           end-if
           move bai-field (2) to work-field
           perform convert-bai-amount
           move amount-value to control-value
           if not amount-ok or bai-field (3) (1:1) is not numeric
               move "BAI-BAD-TRAILER" to refusal-reason
               move "49 fields not numeric" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           compute control-count = function numval (bai-field (3))
           if control-value not equal account-sum
               move "BAI-CONTROL-TOTAL" to refusal-reason
               move "49 account total fails" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           if control-count not equal account-records
               move "BAI-CONTROL-TOTAL" to refusal-reason
               move "49 record count fails" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           add account-sum to group-sum
           add 1 to group-accounts
           move "N" to account-open-switch
           perform stage-account.

       walk-summary-group.
           move account-field (af) to summary-type
           move spaces to work-field
           if af + 1 is not greater than account-field-count
               move account-field (af + 1) to work-field
           end-if
           move spaces to funds-type
           if af + 3 is not greater than account-field-count
               move account-field (af + 3) to funds-type
           end-if
           add 4 to af
           if summary-type not equal spaces
               perform convert-bai-amount
               if not amount-ok
                   move "BAI-BAD-AMOUNT" to refusal-reason
                   move "03 amount not numeric" to refusal-text
                   perform refuse-file
                   exit paragraph
               end-if
               add amount-value to account-sum
               if summary-type equal "015" and not closing-found
                   move "Y" to closing-found-switch
                   move amount-value to closing-amount
               end-if
           end-if
           evaluate funds-type (1:1)
               when "V"
                   add 2 to af
               when "S"
                   add 3 to af
               when "D"
                   move zero to skip-count
                   if af is not greater than account-field-count
                       and account-field (af) (1:1) is numeric
                       compute skip-count =
                           function numval (account-field (af))
                   end-if
                   compute af = af + 1 + (2 * skip-count)
           end-evaluate.

       process-group-trailer.
           if not group-open or account-open
               move "BAI-BAD-SEQUENCE" to refusal-reason
               move "98 out of sequence" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           move bai-field (2) to work-field
           perform convert-bai-amount
           move amount-value to control-value
           if not amount-ok or bai-field (3) (1:1) is not numeric
                   or bai-field (4) (1:1) is not numeric
               move "BAI-BAD-TRAILER" to refusal-reason
               move "98 fields not numeric" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           if control-value not equal group-sum
               move "BAI-CONTROL-TOTAL" to refusal-reason
               move "98 group total fails" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           compute control-count = function numval (bai-field (3))
           if control-count not equal group-accounts
               move "BAI-CONTROL-TOTAL" to refusal-reason
               move "98 account count fails" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           compute control-count = function numval (bai-field (4))
           if control-count not equal group-records
               move "BAI-CONTROL-TOTAL" to refusal-reason
               move "98 record count fails" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           add group-sum to file-sum
           add 1 to file-groups
           move "N" to group-open-switch.

       process-file-trailer.
           if not header-seen or group-open
               move "BAI-BAD-SEQUENCE" to refusal-reason
               move "99 out of sequence" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           move bai-field (2) to work-field
           perform convert-bai-amount
           move amount-value to control-value
           if not amount-ok or bai-field (3) (1:1) is not numeric
                   or bai-field (4) (1:1) is not numeric
               move "BAI-BAD-TRAILER" to refusal-reason
               move "99 fields not numeric" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           if control-value not equal file-sum
               move "BAI-CONTROL-TOTAL" to refusal-reason
               move "99 file total fails" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           compute control-count = function numval (bai-field (3))
           if control-count not equal file-groups
               move "BAI-CONTROL-TOTAL" to refusal-reason
               move "99 group count fails" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           compute control-count = function numval (bai-field (4))
           if control-count not equal file-records
               move "BAI-CONTROL-TOTAL" to refusal-reason
               move "99 record count fails" to refusal-text
               perform refuse-file
               exit paragraph
           end-if
           move "Y" to trailer-seen-switch.

      * a file that simply stops - no 99, or records after it - is
      * as unproved as one whose totals fail
       check-file-complete.
           if not trailer-seen
               move "BAI-TRUNCATED" to refusal-reason
               move "no 99 file trailer" to refusal-text
               perform refuse-file
           end-if.

      * one amount: blank is zero, otherwise an optional sign and
      * digits only; the value is in cents
       convert-bai-amount.
           move "N" to amount-ok-switch
           move "N" to sign-seen-switch
           move zero to digit-count
           move zero to amount-value
           if work-field equal spaces
               move "Y" to amount-ok-switch
               exit paragraph
           end-if
           perform varying char-idx from 1 by 1
                   until char-idx is greater than 20
               move work-field (char-idx:1) to one-char
               evaluate true
                   when one-char equal space
                       continue
                   when one-char equal "+" or one-char equal "-"
                       if digit-count is greater than zero
                           or sign-seen
                           move 99 to digit-count
                           move 21 to char-idx
                       else
                           move "Y" to sign-seen-switch
                       end-if
                   when one-char is numeric
                       add 1 to digit-count
                   when other
                       move 99 to digit-count
                       move 21 to char-idx
               end-evaluate
           end-perform
           if digit-count is greater than zero
               and digit-count is less than 14
               compute amount-value = function numval (work-field)
               move "Y" to amount-ok-switch
           end-if.

      * the first failure refuses the file - one reject line naming
      * the record, and nothing from the file loads
       refuse-file.
           move "Y" to file-refused-switch
           display "BaiLoad: BAI2 file refused - record "
               record-number " " refusal-text
           move refusal-reason to rej-reason
           move spaces to rej-detail
           move record-number to record-number-edit
           string "Record " record-number-edit " "
               refusal-text
               delimited by size into rej-detail
           perform write-reject-record.

      * a proved account held until the file itself proves
       stage-account.
           if stage-count is equal to max-stage-size
               add 1 to stage-dropped-count
               exit paragraph
           end-if
           add 1 to stage-count
           move account-field (2) to sa-bank-account (stage-count)
           move account-currency to sa-currency (stage-count)
           move group-as-of-date to sa-as-of-date (stage-count)
           move account-record-number
               to sa-record-number (stage-count)
           move closing-found-switch
               to sa-closing-switch (stage-count)
           compute sa-balance (stage-count) = closing-amount / 100.

      * one proved account onto BANKLEG - or onto REJECTS with its
      * 03 record named
       load-one-account.
           move spaces to mapped-account
           move "loaded" to disposition-text
           perform varying xx from 1 by 1
                   until xx is greater than xref-count
               if xt-bank-account (xx) equal sa-bank-account (sx)
                   move xt-account (xx) to mapped-account
                   move xref-count to xx
               end-if
           end-perform
           evaluate true
               when not sa-closing-found (sx)
                   move "BAI-NO-CLOSING" to rej-reason
                   move "no 015 closing ledger" to disposition-text
               when mapped-account equal spaces
                   move "BAI-UNMAPPED" to rej-reason
                   move "not on BAIXREF" to disposition-text
               when other
                   perform check-mapped-account
           end-evaluate
           move sa-bank-account (sx) to dl-bank-account
           move mapped-account to dl-account
           move sa-as-of-date (sx) to dl-as-of-date
           move sa-balance (sx) to dl-balance
           move disposition-text to dl-disposition
           move detail-line to report-line
           perform write-report-line
           if disposition-text not equal "loaded"
               add 1 to accounts-rejected
               move spaces to rej-detail
               move sa-record-number (sx) to record-number-edit
               string "03 record " record-number-edit " "
                   sa-bank-account (sx)
                   delimited by size into rej-detail
               perform write-reject-record
               exit paragraph
           end-if
           move mapped-account to bl-account
           move sa-balance (sx) to bl-balance
           move sa-as-of-date (sx) to bl-as-of-date
           move sa-currency (sx) to bl-currency
           write bank-leg-record
           add 1 to accounts-loaded.

      * the mapped account must be active, and the bank must report
      * it in the account's own currency - CMPIN legs are
      * account-currency figures
       check-mapped-account.
           call "AcctLookup" using mapped-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               display "BaiLoad: account master ACCTMSTR unavailable"
               move RC-ERROR to return-code
               stop run
           end-if
           if not acct-lookup-active
               move "BAI-UNKNOWN-ACCT" to rej-reason
               move "account not active" to disposition-text
               exit paragraph
           end-if
           move acct-currency to account-currency-check
           move sa-currency (sx) to stage-currency-check
           if check-base-currency and stage-base-currency
               exit paragraph
           end-if
           if account-currency-check not equal stage-currency-check
               move "BAI-CURRENCY" to rej-reason
               move "currency differs" to disposition-text
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
           move column-heading to report-line
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
           move "BaiLoad" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move record-number to aud-records
           move accounts-loaded to aud-loaded
           string "BAI2 records: " aud-records
               delimited by size into aud-input-summary
           string "Accounts loaded: " aud-loaded
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

      * one line per technical reject on the shop's shared reject file
       write-reject-record.
           move "BaiLoad" to rej-program-id
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

       end program BaiLoad.
