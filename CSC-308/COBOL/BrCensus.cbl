      *****************************************************************
      *                                                               *
      * BrCensus                                                      *
      *                                                               *
      * The nightly branch census. The sort step consolidates the     *
      * BSIN01-03 branch key files into BSMSTR, each key tagged with  *
      * the branch that sent it - and nothing used to hold that list  *
      * up against the account master, which says which branch each   *
      * account belongs to (acct-branch). A branch quietly dropping   *
      * a block of accounts from its key file sorted clean and went   *
      * unseen. This step, run right behind the sort, takes the       *
      * census:                                                       *
      *                                                               *
      *   - every active master account with a branch assigned that   *
      *     no branch reported tonight                                *
      *   - every key a branch reported for an account the master     *
      *     assigns to a different branch                             *
      *   - every branch whose key count moved from the prior         *
      *     night's by more than CENSBAND percent (JCL PARM /         *
      *     environment variable, default 10) either way              *
      *                                                               *
      * Only active accounts are counted - the sort engines reject a  *
      * key for anything else, so a dormant or closed account is      *
      * never expected on BSMSTR. An account with no branch on the    *
      * master is outside the census and only counted.                *
      *                                                               *
      * Each night's per-branch key counts go onto BRCOUNT for the    *
      * next night to compare against; a rerun of the same date       *
      * replaces that date's counts rather than comparing against     *
      * itself.                                                       *
      *                                                               *
      * CENSRPT gives each branch a section of its own - its counts   *
      * and its exceptions - starting on a new page, then a summary   *
      * page across the branches. It is kept through ReportKeep and   *
      * the run leaves an audit line. Any exception or sharp move     *
      * ends the step RC-WARNING.                                     *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. BrCensus.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select sorted-file assign to "BSMSTR"
               organization is line sequential
               file status is bsmstr-status.
           select acct-master-file assign to "ACCTMSTR"
               organization is indexed
               access mode is sequential
               record key is acct-master-key
               file status is acctmstr-status.
           select count-file assign to "BRCOUNT"
               organization is line sequential
               file status is brcount-status.
           select report-file assign to "CENSRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
      * the sort step's output - the key and the branch tag it came
      * in on
       fd  sorted-file.
       01  sorted-record.
           05  sr-key pic x(20).
           05  filler pic x.
           05  sr-branch pic x(2).

       fd  acct-master-file.
       01  acct-master-record.
           05  acct-master-key pic x(8).
           05  acct-master-data pic x(41).

      * one line per branch per night - the key count the census
      * found, so tomorrow has something to compare against
       fd  count-file.
       01  count-record.
           05  bc-run-date pic x(8).
           05  bc-branch pic x(2).
           05  bc-key-count pic 9(7).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  bsmstr-status pic xx.
       01  acctmstr-status pic xx.
       01  brcount-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-ACCT-RECORD".
       01  sorted-eof-switch pic x value "N".
           88  sorted-eof value "Y".
       01  master-eof-switch pic x value "N".
           88  master-eof value "Y".
       01  count-eof-switch pic x value "N".
           88  count-eof value "Y".
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * the band off the JCL PARM, percent either side of the prior
      * night's count
       01  censband-value pic x(3).
       01  band-percent pic 9(3) comp-3 value 10.
      * tonight's keys off BSMSTR and the branch each came in on
       01  key-count pic 9(5) comp-3 value zero.
       01  max-key-size pic 9(5) comp-3 value 2000.
       01  key-table.
           05  key-entry occurs 2000 times.
               10  ck-key pic x(20).
               10  ck-branch pic x(2).
       01  k pic 9(5) comp-3.
       01  key-found-switch pic x.
           88  key-found value "Y".
      * the branches seen on either side, kept in tag order so the
      * sections print 01, 02, 03
       01  branch-count pic 9(3) comp-3 value zero.
       01  max-branch-size pic 9(3) comp-3 value 10.
       01  branch-table.
           05  branch-entry occurs 10 times.
               10  bt-tag pic x(2).
               10  bt-keys pic 9(7) comp-3.
               10  bt-prior pic 9(7) comp-3.
               10  bt-prior-switch pic x.
                   88  bt-prior-found value "Y".
               10  bt-assigned pic 9(7) comp-3.
               10  bt-unreported pic 9(5) comp-3.
               10  bt-wrong pic 9(5) comp-3.
               10  bt-change-pct pic s9(5) comp-3.
               10  bt-move-switch pic x.
                   88  bt-sharp-move value "Y".
       01  b pic 9(3) comp-3.
       01  b2 pic 9(3) comp-3.
       01  bx pic 9(3) comp-3.
       01  find-tag pic x(2).
       01  branch-overflow-count pic 9(5) comp-3 value zero.
      * the prior night's counts off BRCOUNT - only the latest date
      * before tonight is kept, and it is what goes back out ahead
      * of tonight's lines
       01  prior-date pic x(8) value spaces.
       01  prior-line-count pic 9(3) comp-3 value zero.
       01  prior-table.
           05  prior-entry occurs 10 times.
               10  pt-branch pic x(2).
               10  pt-key-count pic 9(7).
       01  p pic 9(3) comp-3.
      * the exceptions, held so each prints under its own branch
       01  exception-count pic 9(5) comp-3 value zero.
       01  max-exception-size pic 9(5) comp-3 value 500.
       01  exception-overflow-count pic 9(5) comp-3 value zero.
       01  exception-table.
           05  exception-entry occurs 500 times.
               10  ex-branch pic x(2).
               10  ex-account pic x(8).
               10  ex-type pic x.
                   88  ex-unreported value "U".
                   88  ex-wrong-branch value "W".
               10  ex-other-branch pic x(2).
       01  x pic 9(5) comp-3.
       01  section-exceptions pic 9(5) comp-3.
      * run bookkeeping
       01  accounts-read pic 9(7) comp-3 value zero.
       01  accounts-active pic 9(7) comp-3 value zero.
       01  accounts-unassigned pic 9(7) comp-3 value zero.
       01  unreported-total pic 9(5) comp-3 value zero.
       01  wrong-total pic 9(5) comp-3 value zero.
       01  move-total pic 9(3) comp-3 value zero.
       01  change-work pic s9(7) comp-3.
       01  aud-keys pic 9(7).
       01  aud-accounts pic 9(7).
       01  aud-unreported pic 9(5).
       01  aud-wrong pic 9(5).
       01  aud-moves pic 9(2).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Branch Census".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
      * the section the page belongs to - a branch, or the summary
       01  report-heading-2.
           05  rh2-section pic x(40).
       01  section-title pic x(40).
       01  count-line.
           05  cl-label pic x(30).
           05  cl-count pic z(6)9.
           05  filler pic x(2) value spaces.
           05  cl-note pic x(30).
       01  change-line.
           05  filler pic x(30) value "Change from prior night:".
           05  chl-pct pic -(5)9.
           05  filler pic x value "%".
           05  filler pic x(2) value spaces.
           05  chl-note pic x(30).
       01  exception-heading.
           05  filler pic x(10) value "Account".
           05  filler pic x(30) value "Exception".
           05  filler pic x(14) value "Master branch".
       01  exception-line.
           05  el-account pic x(8).
           05  filler pic x(2) value spaces.
           05  el-text pic x(30).
           05  el-master-branch pic x(2).
       01  summary-heading.
           05  filler pic x(8) value "Branch".
           05  filler pic x(10) value "   Tonight".
           05  filler pic x(10) value "     Prior".
           05  filler pic x(8) value "  Change".
           05  filler pic x(10) value "  Assigned".
           05  filler pic x(8) value "   Unrep".
           05  filler pic x(8) value "   Other".
           05  filler pic x(4) value spaces.
       01  summary-line.
           05  filler pic x(2) value spaces.
           05  sl-tag pic x(2).
           05  filler pic x(4) value spaces.
           05  sl-keys pic z(9)9.
           05  sl-prior pic z(9)9.
           05  sl-change pic -(6)9.
           05  sl-pct pic x.
           05  sl-assigned pic z(9)9.
           05  sl-unreported pic z(7)9.
           05  sl-wrong pic z(7)9.
           05  filler pic x(2) value spaces.
           05  sl-flag pic x(3).
       01  no-exception-line pic x(40)
               value "No exceptions for this branch".
       01  verdict-line pic x(80).
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move spaces to censband-value
           accept censband-value from environment "CENSBAND"
           if censband-value is numeric
               compute band-percent =
                   function numval (censband-value)
           end-if
           if band-percent is equal to zero
               move 10 to band-percent
           end-if

           perform load-census-keys
           perform load-prior-counts
           perform take-master-census
           perform varying b from 1 by 1
                   until b is greater than branch-count
               perform judge-branch-movement
           end-perform

           open output report-file
           perform varying b from 1 by 1
                   until b is greater than branch-count
               perform print-branch-section
           end-perform
           perform print-census-summary
           close report-file
           move "CENSRPT" to keep-report-name
           move page-number to keep-pages
           move key-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items

           perform rewrite-branch-counts
           perform write-audit-record
           display "BrCensus: " key-count " key(s), "
               accounts-active " active account(s) - "
               unreported-total " unreported, " wrong-total
               " other branch, " move-total " sharp move(s)"
           if unreported-total is greater than zero
               or wrong-total is greater than zero
               or move-total is greater than zero
               or exception-overflow-count is greater than zero
               move "BrCensus" to alert-program-id
               move "WARNING" to alert-severity
               move "CENSUS-FINDINGS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * tonight's consolidated keys into the table, counted by the
      * branch that sent them - no BSMSTR means the sort never ran
       load-census-keys.
           open input sorted-file
           if bsmstr-status not equal "00"
               display "BrCensus: unable to open BSMSTR, status "
                   bsmstr-status " - has the sort run?"
               move RC-ERROR to return-code
               stop run
           end-if
           perform until sorted-eof
               read sorted-file
                   at end
                       move "Y" to sorted-eof-switch
                   not at end
                       perform load-one-census-key
               end-read
           end-perform
           close sorted-file.

       load-one-census-key.
           if sr-key equal spaces
               exit paragraph
           end-if
           if key-count is equal to max-key-size
               display "BrCensus: BSMSTR exceeds " max-key-size
                   " key limit"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to key-count
           move sr-key to ck-key (key-count)
           move sr-branch to ck-branch (key-count)
           move sr-branch to find-tag
           perform find-branch
           if bx is greater than zero
               add 1 to bt-keys (bx)
           end-if.

      * the branch's slot in the table, added in tag order on first
      * sight - bx comes back zero only when the table is full
       find-branch.
           move zero to bx
           perform varying b2 from 1 by 1
                   until b2 is greater than branch-count
               if bt-tag (b2) equal find-tag
                   move b2 to bx
                   move branch-count to b2
               end-if
           end-perform
           if bx is greater than zero
               exit paragraph
           end-if
           if branch-count is equal to max-branch-size
               add 1 to branch-overflow-count
               exit paragraph
           end-if
           add 1 to branch-count
           move branch-count to bx
           perform until bx equal 1
               if bt-tag (bx - 1) is not greater than find-tag
                   exit perform
               end-if
               move branch-entry (bx - 1) to branch-entry (bx)
               subtract 1 from bx
           end-perform
           move find-tag to bt-tag (bx)
           move zero to bt-keys (bx)
           move zero to bt-prior (bx)
           move "N" to bt-prior-switch (bx)
           move zero to bt-assigned (bx)
           move zero to bt-unreported (bx)
           move zero to bt-wrong (bx)
           move zero to bt-change-pct (bx)
           move "N" to bt-move-switch (bx).

      * the latest night before tonight on BRCOUNT - no file just
      * means tonight is the first census
       load-prior-counts.
           open input count-file
           if brcount-status not equal "00"
               exit paragraph
           end-if
           perform until count-eof
               read count-file
                   at end
                       move "Y" to count-eof-switch
                   not at end
                       perform load-one-prior-count
               end-read
           end-perform
           close count-file
           perform varying p from 1 by 1
                   until p is greater than prior-line-count
               move pt-branch (p) to find-tag
               perform find-branch
               if bx is greater than zero
                   move pt-key-count (p) to bt-prior (bx)
                   move "Y" to bt-prior-switch (bx)
               end-if
           end-perform.

       load-one-prior-count.
           if bc-run-date not less than run-date
               or bc-key-count is not numeric
               exit paragraph
           end-if
           if prior-date equal spaces
                   or bc-run-date is greater than prior-date
               move bc-run-date to prior-date
               move zero to prior-line-count
           end-if
           if bc-run-date equal prior-date
                   and prior-line-count is less than max-branch-size
               add 1 to prior-line-count
               move bc-branch to pt-branch (prior-line-count)
               move bc-key-count to pt-key-count (prior-line-count)
           end-if.

      * the master read end to end - each active account with a
      * branch must be on BSMSTR, and under that branch
       take-master-census.
           open input acct-master-file
           if acctmstr-status not equal "00"
               display "BrCensus: unable to open ACCTMSTR, status "
                   acctmstr-status
               move RC-ERROR to return-code
               stop run
           end-if
           perform until master-eof
               read acct-master-file next record
                   at end
                       move "Y" to master-eof-switch
                   not at end
                       add 1 to accounts-read
                       perform census-one-account
               end-read
           end-perform
           close acct-master-file.

       census-one-account.
           move acct-master-record to ws-acct-record
           if not acct-active
               exit paragraph
           end-if
           add 1 to accounts-active
           if acct-branch equal spaces
               add 1 to accounts-unassigned
               exit paragraph
           end-if
           move acct-branch to find-tag
           perform find-branch
           if bx is greater than zero
               add 1 to bt-assigned (bx)
           end-if
           move "N" to key-found-switch
           perform varying k from 1 by 1
                   until k is greater than key-count
               if ck-key (k) equal acct-number
                   move "Y" to key-found-switch
                   if ck-branch (k) not equal acct-branch
                       perform note-wrong-branch
                   end-if
               end-if
           end-perform
           if not key-found
               perform note-unreported-account
           end-if.

      * the key is listed under the branch that sent it, with the
      * branch the master says owns the account
       note-wrong-branch.
           add 1 to wrong-total
           move ck-branch (k) to find-tag
           perform find-branch
           if bx is greater than zero
               add 1 to bt-wrong (bx)
           end-if
           if exception-count is equal to max-exception-size
               add 1 to exception-overflow-count
               exit paragraph
           end-if
           add 1 to exception-count
           move ck-branch (k) to ex-branch (exception-count)
           move acct-number to ex-account (exception-count)
           move "W" to ex-type (exception-count)
           move acct-branch to ex-other-branch (exception-count).

      * the account is listed under the branch the master assigns
      * it to - that branch's key file is the one missing it
       note-unreported-account.
           add 1 to unreported-total
           if bx is greater than zero
               add 1 to bt-unreported (bx)
           end-if
           if exception-count is equal to max-exception-size
               add 1 to exception-overflow-count
               exit paragraph
           end-if
           add 1 to exception-count
           move acct-branch to ex-branch (exception-count)
           move acct-number to ex-account (exception-count)
           move "U" to ex-type (exception-count)
           move acct-branch to ex-other-branch (exception-count).

      * a move past the band either way flags - a branch that sent
      * nothing at all against a prior count is a 100% drop
       judge-branch-movement.
           if not bt-prior-found (b)
               exit paragraph
           end-if
           if bt-prior (b) is equal to zero
               if bt-keys (b) is greater than zero
                   move 100 to bt-change-pct (b)
                   move "Y" to bt-move-switch (b)
                   add 1 to move-total
               end-if
               exit paragraph
           end-if
           compute change-work = bt-keys (b) - bt-prior (b)
           compute bt-change-pct (b) rounded =
               change-work * 100 / bt-prior (b)
           if bt-change-pct (b) is greater than band-percent
                   or bt-change-pct (b) is less than
                       zero - band-percent
               move "Y" to bt-move-switch (b)
               add 1 to move-total
           end-if.

      * one branch's section, on a page of its own
       print-branch-section.
           move spaces to section-title
           string "Branch " bt-tag (b)
               delimited by size into section-title
           perform start-new-page
           move spaces to cl-note
           move "Keys reported tonight:" to cl-label
           move bt-keys (b) to cl-count
           move count-line to report-line
           perform write-report-line
           move "Keys reported prior night:" to cl-label
           move bt-prior (b) to cl-count
           if bt-prior-found (b)
               string "(" prior-date ")"
                   delimited by size into cl-note
           else
               move "(no prior count on file)" to cl-note
           end-if
           move count-line to report-line
           perform write-report-line
           move spaces to cl-note
           if bt-prior-found (b)
               move bt-change-pct (b) to chl-pct
               if bt-sharp-move (b)
                   move "*** SHARP MOVE ***" to chl-note
               else
                   move spaces to chl-note
               end-if
               move change-line to report-line
               perform write-report-line
           end-if
           move "Active accounts assigned:" to cl-label
           move bt-assigned (b) to cl-count
           move count-line to report-line
           perform write-report-line
           move "Assigned, not reported:" to cl-label
           move bt-unreported (b) to cl-count
           move count-line to report-line
           perform write-report-line
           move "Reported, master says other:" to cl-label
           move bt-wrong (b) to cl-count
           move count-line to report-line
           perform write-report-line
           move spaces to report-line
           perform write-report-line
           move exception-heading to report-line
           perform write-report-line
           move zero to section-exceptions
           perform varying x from 1 by 1
                   until x is greater than exception-count
               if ex-branch (x) equal bt-tag (b)
                   perform print-one-exception
               end-if
           end-perform
           if section-exceptions is equal to zero
               move no-exception-line to report-line
               perform write-report-line
           end-if.

       print-one-exception.
           add 1 to section-exceptions
           move ex-account (x) to el-account
           move ex-other-branch (x) to el-master-branch
           if ex-unreported (x)
               move "Not reported by any branch" to el-text
           else
               move "Reported here, master differs" to el-text
           end-if
           move exception-line to report-line
           perform write-report-line.

      * the night across all branches, on the last page
       print-census-summary.
           move "Census summary" to section-title
           perform start-new-page
           move summary-heading to report-line
           perform write-report-line
           perform varying b from 1 by 1
                   until b is greater than branch-count
               move bt-tag (b) to sl-tag
               move bt-keys (b) to sl-keys
               move bt-prior (b) to sl-prior
               if bt-prior-found (b)
                   move bt-change-pct (b) to sl-change
                   move "%" to sl-pct
               else
                   move zero to sl-change
                   move space to sl-pct
               end-if
               move bt-assigned (b) to sl-assigned
               move bt-unreported (b) to sl-unreported
               move bt-wrong (b) to sl-wrong
               if bt-sharp-move (b)
                   or bt-unreported (b) is greater than zero
                   or bt-wrong (b) is greater than zero
                   move "***" to sl-flag
               else
                   move spaces to sl-flag
               end-if
               move summary-line to report-line
               perform write-report-line
           end-perform
           move spaces to report-line
           perform write-report-line
           move spaces to cl-note
           move "BSMSTR keys read:" to cl-label
           move key-count to cl-count
           move count-line to report-line
           perform write-report-line
           move "Active master accounts:" to cl-label
           move accounts-active to cl-count
           move count-line to report-line
           perform write-report-line
           move "  with no branch assigned:" to cl-label
           move accounts-unassigned to cl-count
           move count-line to report-line
           perform write-report-line
           move "Movement band, percent:" to cl-label
           move band-percent to cl-count
           move count-line to report-line
           perform write-report-line
           if exception-overflow-count is greater than zero
               move "Exceptions not listed:" to cl-label
               move exception-overflow-count to cl-count
               move "(exception table full)" to cl-note
               move count-line to report-line
               perform write-report-line
               move spaces to cl-note
           end-if
           if branch-overflow-count is greater than zero
               move "Keys/accounts, no branch slot:" to cl-label
               move branch-overflow-count to cl-count
               move count-line to report-line
               perform write-report-line
           end-if
           move spaces to report-line
           perform write-report-line
           if unreported-total is equal to zero
                   and wrong-total is equal to zero
                   and move-total is equal to zero
               move "Census clean - every branch accounted for"
                   to verdict-line
           else
               move "*** Census exceptions - see branch sections ***"
                   to verdict-line
           end-if
           move verdict-line to report-line
           perform write-report-line.

      * tonight's counts after the prior night's - the older nights
      * drop off, and a rerun of tonight replaces tonight
       rewrite-branch-counts.
           open output count-file
           perform varying p from 1 by 1
                   until p is greater than prior-line-count
               move prior-date to bc-run-date
               move pt-branch (p) to bc-branch
               move pt-key-count (p) to bc-key-count
               write count-record
           end-perform
           perform varying b from 1 by 1
                   until b is greater than branch-count
               move run-date to bc-run-date
               move bt-tag (b) to bc-branch
               move bt-keys (b) to bc-key-count
               write count-record
           end-perform
           close count-file.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move section-title to rh2-section
           move report-heading-2 to report-line
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
           move "BrCensus" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move key-count to aud-keys
           move accounts-active to aud-accounts
           move unreported-total to aud-unreported
           move wrong-total to aud-wrong
           move move-total to aud-moves
           string "Keys: " aud-keys " Accts: " aud-accounts
               delimited by size into aud-input-summary
           string "Unr: " aud-unreported " Oth: " aud-wrong
               " Mv: " aud-moves
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program BrCensus.
