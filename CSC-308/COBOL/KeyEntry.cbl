      *****************************************************************
      *                                                               *
      * KeyEntry                                                      *
      *                                                               *
      * The key-entry screen for manual postings. Adjustments used    *
      * to be typed as comma lines in an editor and run through       *
      * FeedLoad, so a typo surfaced only when FeedLoad kicked the    *
      * line back. Here each posting is keyed in the ADDIN fields     *
      * and edited the moment Enter is pressed, against the same      *
      * bar Add holds a feed record to:                               *
      *                                                               *
      *     - amounts and reference numeric (amounts may carry a      *
      *       leading sign)                                           *
      *     - the effective date blank or yyyymmdd, and not in a      *
      *       month MonthEnd has closed (CLOSEDPD)                    *
      *     - the transaction code on TRNSCTL, the department on      *
      *       DEPTCTL - compiled-in defaults as the fallback, same    *
      *       as Add                                                  *
      *     - the account active on the master through AcctLookup -   *
      *       a dormant account is refused here, Add would only       *
      *       hold it                                                 *
      *     - a VOID names the item it backs out; an XFER names an    *
      *       active receiving account, other codes leave it blank    *
      *     - REVL and RVRS are refused - only FxReval and            *
      *       RunBackout build them                                   *
      *                                                               *
      * A refused line stays on the screen with the reason so it      *
      * can be corrected in place. The operator signs on with their   *
      * ID and declares the batch's item count and amount total       *
      * (number1 plus number2 over every item, the trailer hash)      *
      * before the first line is keyed; the figures lock once         *
      * keying starts. R releases the batch only when the keyed       *
      * items balance to the declared count and total exactly.        *
      *                                                               *
      * A released batch is written in packed ADDIN format to         *
      * KEYADDIN with the shop-standard HDR/TRL bracket - the         *
      * header naming the keying operator, which Add carries onto     *
      * every journal line it posts - ready to run as a correction-   *
      * cycle input, same shape as Resubmit's RESUBIN. KEYADDIN       *
      * holds one batch: a release is refused while the batch on it   *
      * has not yet been posted (its fingerprint is not on FEEDREG).  *
      * Each release lists the batch on KEYRPT for sign-off and       *
      * writes a line on the audit trail.                             *
      *                                                               *
      * Commands: Enter keys the line, D deletes the line numbered    *
      * in the Line field, R releases, C cancels the batch, N / P     *
      * page the keyed lines, Q ends - only with nothing unreleased.  *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. KeyEntry.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select keyed-file assign to "KEYADDIN"
               organization is sequential
               file status is keyaddin-status.
           select dept-control-file assign to "DEPTCTL"
               organization is line sequential
               file status is deptctl-status.
           select trans-control-file assign to "TRNSCTL"
               organization is line sequential
               file status is trnsctl-status.
           select closed-period-file assign to "CLOSEDPD"
               organization is line sequential
               file status is closedpd-status.
           select feed-register-file assign to "FEEDREG"
               organization is line sequential
               file status is feedreg-status.
           select report-file assign to "KEYRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
      * the released batch in the packed ADDIN layout, bracketed by
      * the shop-standard header and trailer so the file runs as a
      * correction-cycle ADDIN without further handling
       fd  keyed-file.
       01  keyed-record.
           05  keyed-account pic x(8).
           05  keyed-dept pic x(3).
           05  keyed-code pic x(4).
           05  keyed-ref pic 9(7) comp-3.
           05  keyed-number1 pic s9(6) comp-3.
           05  keyed-number2 pic s9(6) comp-3.
           05  keyed-eff-date pic x(8).
           05  keyed-contra-account pic x(8).
       01  keyed-header-record.
           05  kh-record-type pic x(3).
               88  keyed-header value "HDR".
           05  kh-feed-name pic x(8).
           05  kh-creation-date pic x(8).
           05  kh-operator pic x(8).
           05  filler pic x(16).
       01  keyed-trailer-record.
           05  kt-record-type pic x(3).
               88  keyed-trailer value "TRL".
           05  kt-record-count pic 9(7) comp-3.
           05  kt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

      * the department and transaction-code control files - the
      * same tables Add loads, so a keyed line clears the same bar
       fd  dept-control-file.
       01  dept-control-record.
           05  dc-dept pic x(3).
           05  dc-name pic x(20).

       fd  trans-control-file.
       01  trans-control-record.
           05  tcc-code pic x(4).

      * the closed-period register MonthEnd stamps at its close -
      * one yyyymm per line
       fd  closed-period-file.
       01  closed-period-record pic x(6).

       fd  feed-register-file.
       01  feed-register-record pic x(37).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
       01  keyaddin-status pic xx.
       01  deptctl-status pic xx.
       01  trnsctl-status pic xx.
       01  closedpd-status pic xx.
       01  feedreg-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-FEEDREG-RECORD".
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
      * the same department and transaction-code tables Add edits
      * against
           copy "WS-DEPT-TABLE".
           copy "WS-TRANS-CODE-TABLE".
       01  deptctl-eof-switch pic x value "N".
           88  deptctl-eof value "Y".
       01  trnsctl-eof-switch pic x value "N".
           88  trnsctl-eof value "Y".
       01  d pic 9(3) comp-3.
       01  closed-eof-switch pic x value "N".
           88  closed-eof value "Y".
       01  closed-period-count pic 9(3) comp-3 value zero.
       01  max-closed-size pic 9(3) comp-3 value 100.
       01  closed-period-table.
           05  closed-period occurs 100 times pic x(6).
       01  cp pic 9(3) comp-3.
       01  file-eof-switch pic x value "N".
           88  file-eof value "Y".
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * what the operator keys: sign-on and batch control figures,
      * one posting line, and the command
       01  key-operator pic x(8) value spaces.
       01  key-declared-count-text pic x(4) value spaces.
       01  key-declared-total-text pic x(13) value spaces.
       01  key-entry-fields.
           05  ent-account pic x(8).
           05  ent-dept pic x(3).
           05  ent-code pic x(4).
           05  ent-ref pic x(7).
           05  ent-number1 pic x(8).
           05  ent-number2 pic x(8).
           05  ent-eff-date pic x(8).
           05  ent-contra-account pic x(8).
       01  key-command pic x value space.
           88  command-delete value "D".
           88  command-release value "R".
           88  command-cancel value "C".
           88  command-next-page value "N".
           88  command-prior-page value "P".
           88  command-quit value "Q".
       01  key-line-text pic x(3) value spaces.
       01  session-end-switch pic x value "N".
           88  session-ended value "Y".
       01  message-line pic x(78) value spaces.
      * the batch being keyed - held in storage until it is released
      * or cancelled, so nothing reaches KEYADDIN out of balance
       01  key-count pic 9(3) comp-3 value zero.
       01  max-key-size pic 9(3) comp-3 value 200.
       01  key-table.
           05  key-item occurs 200 times.
               10  ki-account pic x(8).
               10  ki-dept pic x(3).
               10  ki-code pic x(4).
               10  ki-ref pic 9(7).
               10  ki-number1 pic s9(6).
               10  ki-number2 pic s9(6).
               10  ki-eff-date pic x(8).
               10  ki-contra-account pic x(8).
       01  k pic 9(3) comp-3.
       01  keyed-total pic s9(11) comp-3 value zero.
      * the control figures as declared, and locked from the first
      * line keyed until the batch is released or cancelled
       01  declared-count pic 9(3) comp-3 value zero.
       01  declared-total pic s9(11) comp-3 value zero.
       01  locked-operator pic x(8) value spaces.
       01  locked-count-text pic x(4) value spaces.
       01  locked-total-text pic x(13) value spaces.
       01  controls-ok-switch pic x.
           88  controls-ok value "Y".
      * one keyed line after its edits
       01  edit-ok-switch pic x.
           88  edit-ok value "Y".
       01  edit-failure-text pic x(40).
       01  edit-ref pic 9(7).
       01  edit-number1 pic s9(6).
       01  edit-number2 pic s9(6).
      * one text field checked character by character - FeedLoad's
      * check, less the decimal point: an optional leading sign
      * and digits. Only a field that passes gets near NUMVAL.
       01  work-field pic x(20).
       01  field-value pic s9(11) comp-3.
       01  field-limit pic 9(11) comp-3.
       01  field-ok-switch pic x.
           88  field-ok value "Y".
       01  sign-seen-switch pic x.
           88  sign-seen value "Y".
       01  digit-count pic 99.
       01  char-idx pic 99.
       01  one-char pic x.
      * the batch already on KEYADDIN, and whether it has posted
       01  prior-feed-name pic x(8).
       01  prior-creation-date pic x(8).
       01  prior-operator pic x(8).
       01  prior-record-count pic 9(7) comp-3.
       01  prior-hash-total pic s9(11) comp-3.
       01  prior-trailer-switch pic x.
           88  prior-trailer-seen value "Y".
       01  unposted-switch pic x.
           88  batch-unposted value "Y".
       01  feedreg-eof-switch pic x value "N".
           88  feedreg-eof value "Y".
       01  aud-items pic 9(5).
       01  count-edit pic zz9.
       01  total-edit pic -(10)9.
      * the keyed lines on screen, twelve to a page
       01  panel-top pic 9(3) comp-3 value 1.
       01  panel-lines-per-page pic 9(3) comp-3 value 12.
       01  p pic 9(3) comp-3.
       01  pl pic 9(3) comp-3.
       01  page-number pic 9(3) value zero.
       01  page-count pic 9(3) value zero.
       01  panel-page.
           05  panel-page-line occurs 12 times pic x(78).
       01  panel-page-lines redefines panel-page.
           05  body-line-01 pic x(78).
           05  body-line-02 pic x(78).
           05  body-line-03 pic x(78).
           05  body-line-04 pic x(78).
           05  body-line-05 pic x(78).
           05  body-line-06 pic x(78).
           05  body-line-07 pic x(78).
           05  body-line-08 pic x(78).
           05  body-line-09 pic x(78).
           05  body-line-10 pic x(78).
           05  body-line-11 pic x(78).
           05  body-line-12 pic x(78).
       01  page-line.
           05  filler pic x(5) value "Page ".
           05  pgl-page pic zz9.
           05  filler pic x(4) value " of ".
           05  pgl-count pic zz9.
      * keyed against declared, and what the batch is out by
       01  balance-line.
           05  filler pic x(7) value "Keyed: ".
           05  bl-keyed-count pic zz9.
           05  filler pic x(8) value " items, ".
           05  bl-keyed-total pic -(10)9.
           05  filler pic x(4) value spaces.
           05  bl-verdict pic x(11).
           05  bl-out-count pic -(3)9.
           05  filler pic x(8) value " items, ".
           05  bl-out-total pic -(10)9.
       01  keyed-heading.
           05  filler pic x(5) value " Line".
           05  filler pic x(9) value " Account".
           05  filler pic x(4) value "Dpt".
           05  filler pic x(5) value "Code".
           05  filler pic x(8) value "    Ref".
           05  filler pic x(9) value "  Number1".
           05  filler pic x(9) value "  Number2".
           05  filler pic x(10) value " Eff date".
           05  filler pic x(19) value "Contra".
       01  keyed-line.
           05  filler pic x value space.
           05  kl-line pic zz9.
           05  filler pic x value space.
           05  kl-account pic x(8).
           05  filler pic x value space.
           05  kl-dept pic x(3).
           05  filler pic x value space.
           05  kl-code pic x(4).
           05  filler pic x value space.
           05  kl-ref pic 9(7).
           05  filler pic x value space.
           05  kl-number1 pic -(7)9.
           05  filler pic x value space.
           05  kl-number2 pic -(7)9.
           05  filler pic x value space.
           05  kl-eff-date pic x(8).
           05  filler pic x(2) value spaces.
           05  kl-contra-account pic x(8).
      * the release listing
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  held-report-line pic x(80).
       01  report-page-number pic 999 value zero.
       01  report-heading-1.
           05  filler pic x(30) value "Key Entry Batch Listing".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  filler pic x(22) value "Keyed by operator ".
           05  rh2-operator pic x(8).
       01  total-line-1.
           05  filler pic x(22) value "Items keyed:          ".
           05  tl1-count pic zz9.
           05  filler pic x(14) value "   declared:  ".
           05  tl1-declared pic zz9.
       01  total-line-2.
           05  filler pic x(22) value "Amount total:         ".
           05  tl2-total pic -(10)9.
           05  filler pic x(14) value "   declared:  ".
           05  tl2-declared pic -(10)9.
       01  total-line-3.
           05  filler pic x(22) value "Released to KEYADDIN ".
           05  filler pic x(10) value "in balance".

       screen section.
       01  key-entry-screen.
           05  blank screen.
           05  line 1 column 1 value "MANUAL POSTING KEY ENTRY".
           05  line 1 column 52 value "Processing date ".
           05  line 1 column 68 pic x(8) from run-date.
           05  line 3 column 1 value "Operator:".
           05  line 3 column 11 pic x(8) using key-operator.
           05  line 3 column 22 value "Batch count:".
           05  line 3 column 35 pic x(4) using key-declared-count-text.
           05  line 3 column 42 value "Batch total:".
           05  line 3 column 55 pic x(13)
                   using key-declared-total-text.
           05  line 4 column 1 pic x(78) from balance-line.
           05  line 6 column 1 value
                   "Account  Dpt Code Ref     Number1  Number2".
           05  line 6 column 45 value "Eff date Contra".
           05  line 7 column 1 pic x(8) using ent-account.
           05  line 7 column 10 pic x(3) using ent-dept.
           05  line 7 column 14 pic x(4) using ent-code.
           05  line 7 column 19 pic x(7) using ent-ref.
           05  line 7 column 27 pic x(8) using ent-number1.
           05  line 7 column 36 pic x(8) using ent-number2.
           05  line 7 column 45 pic x(8) using ent-eff-date.
           05  line 7 column 54 pic x(8) using ent-contra-account.
           05  line 9 column 1 pic x(78) from keyed-heading.
           05  line 10 column 1 pic x(78) from body-line-01.
           05  line 11 column 1 pic x(78) from body-line-02.
           05  line 12 column 1 pic x(78) from body-line-03.
           05  line 13 column 1 pic x(78) from body-line-04.
           05  line 14 column 1 pic x(78) from body-line-05.
           05  line 15 column 1 pic x(78) from body-line-06.
           05  line 16 column 1 pic x(78) from body-line-07.
           05  line 17 column 1 pic x(78) from body-line-08.
           05  line 18 column 1 pic x(78) from body-line-09.
           05  line 19 column 1 pic x(78) from body-line-10.
           05  line 20 column 1 pic x(78) from body-line-11.
           05  line 21 column 1 pic x(78) from body-line-12.
           05  line 22 column 1 pic x(15) from page-line.
           05  line 23 column 1 pic x(78) from message-line.
           05  line 24 column 1 value "Command:".
           05  line 24 column 10 pic x using key-command.
           05  line 24 column 13 value "Line:".
           05  line 24 column 19 pic x(3) using key-line-text.
           05  line 24 column 24 value
                   "Enter keys  D delete  R release  C cancel".
           05  line 24 column 67 value "N/P  Q end".

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           perform load-department-control
           perform load-trans-code-control
           perform load-closed-periods
           perform clear-entry-fields
           perform fill-keyed-page
           perform build-balance-line
           move "Key your operator ID, batch count and batch total"
               to message-line
           perform until session-ended
               display key-entry-screen
               accept key-entry-screen
               inspect key-operator converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               inspect key-entry-fields converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               inspect key-command converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               perform process-key-command
           end-perform
           move RC-SUCCESS to return-code
           stop run.

      * the control figures hold still once keying starts - putting
      * them back is what stops a batch being "balanced" by
      * re-declaring it to whatever was keyed
       process-key-command.
           move spaces to message-line
           if key-count is greater than zero
               if key-operator not equal locked-operator
                   or key-declared-count-text
                       not equal locked-count-text
                   or key-declared-total-text
                       not equal locked-total-text
                   move locked-operator to key-operator
                   move locked-count-text to key-declared-count-text
                   move locked-total-text to key-declared-total-text
                   string "Operator and batch figures are fixed "
                       "once keying starts - C cancels the batch"
                       delimited by size into message-line
               end-if
           end-if
           evaluate true
               when command-quit
                   if key-count is greater than zero
                       move key-count to count-edit
                       move spaces to message-line
                       string "Batch of " count-edit
                           " item(s) not released - R releases it, "
                           "C cancels it"
                           delimited by size into message-line
                   else
                       move "Y" to session-end-switch
                   end-if
               when command-delete
                   perform delete-keyed-line
               when command-release
                   perform release-batch
               when command-cancel
                   perform cancel-batch
               when command-next-page
                   if panel-top + panel-lines-per-page
                           is not greater than key-count
                       add panel-lines-per-page to panel-top
                   else
                       move "Already on the last page"
                           to message-line
                   end-if
               when command-prior-page
                   if panel-top is greater than panel-lines-per-page
                       subtract panel-lines-per-page from panel-top
                   else
                       move "Already on the first page"
                           to message-line
                   end-if
               when key-command equal space
                   if key-entry-fields equal spaces
                       if message-line equal spaces
                           move "Key a posting line, or a command"
                               to message-line
                       end-if
                   else
                       perform key-one-line
                   end-if
               when other
                   move "Unknown command - D R C N P or Q"
                       to message-line
           end-evaluate
           move space to key-command
           move spaces to key-line-text
           perform fill-keyed-page
           perform build-balance-line.

      * one posting line: the batch must be signed on and declared
      * before the first line, and every line passes Add's edits
      * before it joins the batch
       key-one-line.
           if key-operator equal spaces
               move "Key your operator ID before keying postings"
                   to message-line
               exit paragraph
           end-if
           perform edit-control-figures
           if not controls-ok
               exit paragraph
           end-if
           if key-count is equal to max-key-size
               move "Batch is full at 200 items - release it first"
                   to message-line
               exit paragraph
           end-if
           perform edit-keyed-line
           if not edit-ok
               move spaces to message-line
               string "Line refused - " edit-failure-text
                   delimited by size into message-line
               exit paragraph
           end-if
           add 1 to key-count
           move ent-account to ki-account (key-count)
           move ent-dept to ki-dept (key-count)
           move ent-code to ki-code (key-count)
           move edit-ref to ki-ref (key-count)
           move edit-number1 to ki-number1 (key-count)
           move edit-number2 to ki-number2 (key-count)
           move ent-eff-date to ki-eff-date (key-count)
           move ent-contra-account to ki-contra-account (key-count)
           add edit-number1 edit-number2 to keyed-total
           move key-operator to locked-operator
           move key-declared-count-text to locked-count-text
           move key-declared-total-text to locked-total-text
           move key-count to count-edit
           move spaces to message-line
           string "Line " count-edit " accepted"
               delimited by size into message-line
           perform clear-entry-fields
           perform show-last-page.

      * the declared count must be a plain number of items, the
      * declared total a whole amount with an optional sign
       edit-control-figures.
           move "N" to controls-ok-switch
           move key-declared-count-text to work-field
           move 999 to field-limit
           perform validate-numeric-field
           if not field-ok
               or sign-seen
               or field-value is not greater than zero
               move "Declare the batch item count (1-200) first"
                   to message-line
               exit paragraph
           end-if
           move field-value to declared-count
           if declared-count is greater than max-key-size
               move "Declare the batch item count (1-200) first"
                   to message-line
               exit paragraph
           end-if
           move key-declared-total-text to work-field
           move 99999999999 to field-limit
           perform validate-numeric-field
           if not field-ok
               move "Declare the batch amount total first"
                   to message-line
               exit paragraph
           end-if
           move field-value to declared-total
           move "Y" to controls-ok-switch.

      * the same edits Add applies to a feed record - a line only
      * joins the batch if it would survive the posting run
       edit-keyed-line.
           move "N" to edit-ok-switch
           move spaces to edit-failure-text
           if ent-number1 equal spaces
               move "0" to ent-number1
           end-if
           if ent-number2 equal spaces
               move "0" to ent-number2
           end-if
           move ent-number1 to work-field
           move 999999 to field-limit
           perform validate-numeric-field
           if not field-ok
               move "Number1 failed numeric check"
                   to edit-failure-text
               exit paragraph
           end-if
           move field-value to edit-number1
           move ent-number2 to work-field
           perform validate-numeric-field
           if not field-ok
               move "Number2 failed numeric check"
                   to edit-failure-text
               exit paragraph
           end-if
           move field-value to edit-number2
           if ent-ref equal spaces
               move zero to edit-ref
           else
               move ent-ref to work-field
               move 9999999 to field-limit
               perform validate-numeric-field
               if not field-ok or sign-seen
                   move "Reference failed numeric check"
                       to edit-failure-text
                   exit paragraph
               end-if
               move field-value to edit-ref
           end-if
      * the effective date: blank posts to the processing date;
      * anything else a bare yyyymmdd outside every closed month
           if ent-eff-date not equal spaces
               if ent-eff-date is not numeric
                   move "Effective date failed numeric check"
                       to edit-failure-text
                   exit paragraph
               end-if
               perform varying cp from 1 by 1
                       until cp is greater than closed-period-count
                   if closed-period (cp) equal ent-eff-date (1:6)
                       string "Dated " ent-eff-date
                           " into a closed month"
                           delimited by size into edit-failure-text
                       move closed-period-count to cp
                   end-if
               end-perform
               if edit-failure-text not equal spaces
                   exit paragraph
               end-if
           end-if
           perform varying d from 1 by 1
                   until d is greater than trans-code-count
               if tc-code (d) equal ent-code
                   move "Y" to edit-ok-switch
                   move trans-code-count to d
               end-if
           end-perform
           if not edit-ok
               move "Transaction code not valid" to edit-failure-text
               exit paragraph
           end-if
           move "N" to edit-ok-switch
           perform varying d from 1 by 1
                   until d is greater than department-count
               if dept-code (d) equal ent-dept
                   move "Y" to edit-ok-switch
                   move department-count to d
               end-if
           end-perform
           if not edit-ok
               move "Department not on table" to edit-failure-text
               exit paragraph
           end-if
           move "N" to edit-ok-switch
           if ent-code equal "REVL"
               move "REVL is built by FxReval only"
                   to edit-failure-text
               exit paragraph
           end-if
           if ent-code equal "RVRS"
               move "RVRS is built by RunBackout only"
                   to edit-failure-text
               exit paragraph
           end-if
           if ent-code equal "VOID" and edit-ref equal zero
               move "VOID needs the item number it backs out"
                   to edit-failure-text
               exit paragraph
           end-if
           if ent-code equal "XFER"
               if ent-contra-account equal spaces
                   or ent-contra-account equal ent-account
                   move "XFER needs a different receiving account"
                       to edit-failure-text
                   exit paragraph
               end-if
           else
               if ent-contra-account not equal spaces
                   move "Contra account is for an XFER only"
                       to edit-failure-text
                   exit paragraph
               end-if
           end-if
           call "AcctLookup" using ent-account acct-lookup-result
               ws-acct-record
           evaluate true
               when acct-lookup-unavailable
                   move "Account master ACCTMSTR unavailable"
                       to edit-failure-text
                   exit paragraph
               when acct-lookup-dormant
                   move "Account dormant - Add would only hold it"
                       to edit-failure-text
                   exit paragraph
               when not acct-lookup-active
                   move "Account not active on master"
                       to edit-failure-text
                   exit paragraph
           end-evaluate
           if ent-code equal "XFER"
               call "AcctLookup" using ent-contra-account
                   acct-lookup-result ws-acct-record
               if not acct-lookup-active
                   move "Receiving account not active on master"
                       to edit-failure-text
                   exit paragraph
               end-if
           end-if
           move "Y" to edit-ok-switch.

      * FeedLoad's character check, whole amounts only
       validate-numeric-field.
           move "N" to field-ok-switch
           move "N" to sign-seen-switch
           move zero to digit-count
           if work-field equal spaces
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
               and digit-count is less than 99
               compute field-value = function numval (work-field)
                   on size error
                       move 99 to digit-count
               end-compute
               if digit-count is less than 99
                   if field-value is greater than field-limit
                       or field-value is less than
                           zero - field-limit
                       continue
                   else
                       move "Y" to field-ok-switch
                   end-if
               end-if
           end-if.

      * D with a line number takes that line back out of the batch
      * and closes the gap
       delete-keyed-line.
           move key-line-text to work-field
           move 999 to field-limit
           perform validate-numeric-field
           if not field-ok
               or sign-seen
               or field-value is equal to zero
               or field-value is greater than key-count
               move "Key the number of a keyed line to delete"
                   to message-line
               exit paragraph
           end-if
           move field-value to k
           subtract ki-number1 (k) ki-number2 (k) from keyed-total
           perform varying k from k by 1
                   until k is not less than key-count
               move key-item (k + 1) to key-item (k)
           end-perform
           move field-value to count-edit
           subtract 1 from key-count
           move spaces to message-line
           string "Line " count-edit " deleted - later lines "
               "renumbered"
               delimited by size into message-line
           if panel-top is greater than key-count
               and panel-top is greater than panel-lines-per-page
               subtract panel-lines-per-page from panel-top
           end-if.

       cancel-batch.
           if key-count equal zero
               move "No batch keyed to cancel" to message-line
               exit paragraph
           end-if
           move key-count to count-edit
           perform clear-batch
           move spaces to message-line
           string "Batch of " count-edit " item(s) cancelled - "
               "nothing released"
               delimited by size into message-line.

      * a batch goes out only in balance, and only once KEYADDIN's
      * last batch has posted - overwriting it unposted would lose
      * a whole batch silently
       release-batch.
           if key-count equal zero
               move "Nothing keyed to release" to message-line
               exit paragraph
           end-if
           if key-count not equal declared-count
               or keyed-total not equal declared-total
               move "Batch out of balance to the declared figures"
                   to message-line
               exit paragraph
           end-if
           perform check-unposted-batch
           if batch-unposted
               move prior-record-count to count-edit
               move spaces to message-line
               string "KEYADDIN still holds " prior-operator
                   "'s batch of " count-edit
                   " unposted - post it first"
                   delimited by size into message-line
               exit paragraph
           end-if
           perform write-keyed-feed
           perform write-batch-listing
           perform write-audit-record
           display "KeyEntry: batch of " key-count " item(s) "
               "released to KEYADDIN by " key-operator
           move key-count to count-edit
           move keyed-total to total-edit
           perform clear-batch
           move spaces to message-line
           string "Batch released to KEYADDIN: " count-edit
               " item(s), total " total-edit
               delimited by size into message-line.

      * the batch on KEYADDIN has posted once Add has put its
      * fingerprint - name, date, count, hash off the bracket - on
      * FEEDREG. No file, or one with no trailer, holds nothing
      * that could post.
       check-unposted-batch.
           move "N" to unposted-switch
           move "N" to prior-trailer-switch
           move spaces to prior-feed-name
           move spaces to prior-creation-date
           move spaces to prior-operator
           move zero to prior-record-count
           move zero to prior-hash-total
           open input keyed-file
           if keyaddin-status not equal "00"
               exit paragraph
           end-if
           move "N" to file-eof-switch
           perform until file-eof
               read keyed-file
                   at end
                       move "Y" to file-eof-switch
                   not at end
                       evaluate true
                           when keyed-header
                               move kh-feed-name to prior-feed-name
                               move kh-creation-date
                                   to prior-creation-date
                               move kh-operator to prior-operator
                           when keyed-trailer
                               move "Y" to prior-trailer-switch
                               move kt-record-count
                                   to prior-record-count
                               move kt-hash-total
                                   to prior-hash-total
                       end-evaluate
               end-read
           end-perform
           close keyed-file
           if not prior-trailer-seen
               or prior-record-count equal zero
               exit paragraph
           end-if
           move "Y" to unposted-switch
           move "N" to feedreg-eof-switch
           open input feed-register-file
           if feedreg-status equal "00"
               perform until feedreg-eof
                   read feed-register-file
                       at end
                           move "Y" to feedreg-eof-switch
                       not at end
                           move feed-register-record
                               to ws-feedreg-record
                           if fr-feed-name equal prior-feed-name
                               and fr-creation-date equal
                                   prior-creation-date
                               and fr-record-count equal
                                   prior-record-count
                               and fr-hash-total equal
                                   prior-hash-total
                               move "N" to unposted-switch
                           end-if
                   end-read
               end-perform
               close feed-register-file
           end-if.

      * the batch out as a complete ADDIN-format feed, header first
       write-keyed-feed.
           open output keyed-file
           move spaces to keyed-header-record
           move "HDR" to kh-record-type
           move "KEYADDIN" to kh-feed-name
           move run-date to kh-creation-date
           move key-operator to kh-operator
           write keyed-header-record
           perform varying k from 1 by 1
                   until k is greater than key-count
               move ki-account (k) to keyed-account
               move ki-dept (k) to keyed-dept
               move ki-code (k) to keyed-code
               move ki-ref (k) to keyed-ref
               move ki-number1 (k) to keyed-number1
               move ki-number2 (k) to keyed-number2
               move ki-eff-date (k) to keyed-eff-date
               move ki-contra-account (k) to keyed-contra-account
               write keyed-record
           end-perform
           move spaces to keyed-trailer-record
           move "TRL" to kt-record-type
           move key-count to kt-record-count
           move keyed-total to kt-hash-total
           write keyed-trailer-record
           close keyed-file.

      * the listing of the batch now on KEYADDIN, for sign-off
       write-batch-listing.
           open output report-file
           move zero to report-page-number
           perform start-new-report-page
           move keyed-heading to report-line
           perform write-report-line
           perform varying k from 1 by 1
                   until k is greater than key-count
               perform format-keyed-line
               move keyed-line to report-line
               perform write-report-line
           end-perform
           move spaces to report-line
           perform write-report-line
           move key-count to tl1-count
           move declared-count to tl1-declared
           move total-line-1 to report-line
           perform write-report-line
           move keyed-total to tl2-total
           move declared-total to tl2-declared
           move total-line-2 to report-line
           perform write-report-line
           move total-line-3 to report-line
           perform write-report-line
           close report-file.

      * start a fresh page - new heading, line counter reset
       start-new-report-page.
           add 1 to report-page-number
           move run-date to rh1-date
           move report-page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move key-operator to rh2-operator
           move report-heading-2 to report-line
           write report-line
           move spaces to report-line
           write report-line
           move zero to lines-on-page.

      * write one body line, paging when the current page is full
       write-report-line.
           if lines-on-page is greater than or equal
                   to max-lines-per-page
               move report-line to held-report-line
               perform start-new-report-page
               move held-report-line to report-line
           end-if
           write report-line
           add 1 to lines-on-page.

       format-keyed-line.
           move k to kl-line
           move ki-account (k) to kl-account
           move ki-dept (k) to kl-dept
           move ki-code (k) to kl-code
           move ki-ref (k) to kl-ref
           move ki-number1 (k) to kl-number1
           move ki-number2 (k) to kl-number2
           move ki-eff-date (k) to kl-eff-date
           move ki-contra-account (k) to kl-contra-account.

      * the keyed lines from panel-top, a page at a time
       fill-keyed-page.
           move spaces to panel-page
           move zero to pl
           perform varying p from panel-top by 1
                   until p is greater than key-count
                       or pl is equal to panel-lines-per-page
               add 1 to pl
               move p to k
               perform format-keyed-line
               move keyed-line to panel-page-line (pl)
           end-perform
           if key-count equal zero
               move zero to page-number
               move zero to page-count
           else
               compute page-number = (panel-top - 1)
                   / panel-lines-per-page + 1
               compute page-count = (key-count - 1)
                   / panel-lines-per-page + 1
           end-if
           move page-number to pgl-page
           move page-count to pgl-count.

       show-last-page.
           move 1 to panel-top
           perform until panel-top + panel-lines-per-page
                   is greater than key-count
               add panel-lines-per-page to panel-top
           end-perform.

      * keyed against declared - the line the operator balances to
       build-balance-line.
           move key-count to bl-keyed-count
           move keyed-total to bl-keyed-total
           if key-count equal zero
               move spaces to bl-verdict
               move zero to bl-out-count
               move zero to bl-out-total
               exit paragraph
           end-if
           if key-count equal declared-count
               and keyed-total equal declared-total
               move "IN BALANCE" to bl-verdict
           else
               move "Out by:" to bl-verdict
           end-if
           compute bl-out-count = key-count - declared-count
           compute bl-out-total = keyed-total - declared-total.

       clear-entry-fields.
           move spaces to key-entry-fields.

       clear-batch.
           move zero to key-count
           move zero to keyed-total
           move zero to declared-count
           move zero to declared-total
           move spaces to locked-operator
           move spaces to locked-count-text
           move spaces to locked-total-text
           move spaces to key-declared-count-text
           move spaces to key-declared-total-text
           move 1 to panel-top
           perform clear-entry-fields.

      * the departments off DEPTCTL, the codes off TRNSCTL - the
      * same loads Add runs, compiled-in defaults as the fallback
       load-department-control.
           open input dept-control-file
           if deptctl-status not equal "00"
               perform varying d from 1 by 1
                       until d is greater than
                           department-default-count
                   move default-department (d)
                       to department-entry (d)
               end-perform
               move department-default-count to department-count
           else
               perform until deptctl-eof
                   read dept-control-file
                       at end
                           move "Y" to deptctl-eof-switch
                       not at end
                           if department-count is less than
                                   max-department-size
                               add 1 to department-count
                               move dc-dept to dept-code
                                   (department-count)
                               move dc-name to dept-name
                                   (department-count)
                           end-if
                   end-read
               end-perform
               close dept-control-file
           end-if.

       load-trans-code-control.
           open input trans-control-file
           if trnsctl-status not equal "00"
               perform varying d from 1 by 1
                       until d is greater than
                           trans-code-default-count
                   move default-trans-code (d) to tc-code (d)
               end-perform
               move trans-code-default-count to trans-code-count
           else
               perform until trnsctl-eof
                   read trans-control-file
                       at end
                           move "Y" to trnsctl-eof-switch
                       not at end
                           if trans-code-count is less than
                                   max-trans-code-size
                               add 1 to trans-code-count
                               move tcc-code to tc-code
                                   (trans-code-count)
                           end-if
                   end-read
               end-perform
               close trans-control-file
           end-if.

      * no CLOSEDPD just means no month has been closed yet
       load-closed-periods.
           open input closed-period-file
           if closedpd-status equal "00"
               perform until closed-eof
                   read closed-period-file
                       at end
                           move "Y" to closed-eof-switch
                       not at end
                           if closed-period-count is less than
                                   max-closed-size
                               add 1 to closed-period-count
                               move closed-period-record
                                   to closed-period
                                       (closed-period-count)
                           end-if
                   end-read
               end-perform
               close closed-period-file
           end-if.

      * one line per released batch on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           move "KeyEntry" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move key-count to aud-items
           string "Batch items: " aud-items
               delimited by size into aud-input-summary
           string "Released by " key-operator
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program KeyEntry.
