      *****************************************************************
      *                                                               *
      * DormScan                                                      *
      *                                                               *
      * The monthly dormancy sweep over the indexed account master    *
      * (ACCTMSTR). An active account that has had no posting on the  *
      * journal (POSTJRNL) and no maintenance on the change history   *
      * (ACCTHIST) for DORMDAYS calendar days (JCL PARM / environment *
      * variable, default 365) is moved to status D - dormant. A      *
      * dormant account keeps its balance and stays on every report,  *
      * but Add and Resubmit hold any posting to it on the PENDING    *
      * file instead of applying it, and PendRelease will not let     *
      * the item go until AcctMaint's R action (under the same dual   *
      * control as an add or close) has brought the account back.     *
      *                                                               *
      * The account's last activity is the later of its last journal  *
      * line and its last history line, so a newly opened or just     *
      * reactivated account starts its clock on the day it was        *
      * applied. An account with no activity on either file at all    *
      * only goes dormant once the journal itself reaches back past   *
      * the cutoff - otherwise there is no proof it has been idle.    *
      *                                                               *
      * Each account moved writes an ACCTHIST line (action D, before  *
      * and after images) exactly as an AcctMaint action does, and    *
      * prints on DORMRPT with its last activity date and days idle.  *
      * The master has changed outside the nightly stream, so the     *
      * run ends by re-recording the manifest, same as AcctMaint.     *
      *                                                               *
      * Runs monthly, after the month-end stream, before MonthEnd.    *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. DormScan.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select acct-master-file assign to "ACCTMSTR"
               organization is indexed
               access mode is dynamic
               record key is acct-master-key
               file status is acctmstr-status.
           select journal-file assign to "POSTJRNL"
               organization is line sequential
               file status is jrnl-status.
           select history-file assign to "ACCTHIST"
               organization is line sequential
               file status is accthist-status.
           select report-file assign to "DORMRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  acct-master-file.
       01  acct-master-record.
           05  acct-master-key pic x(8).
           05  acct-master-name pic x(30).
           05  acct-master-status pic x.
           05  acct-master-class pic x(2).
           05  acct-master-currency pic x(3).
           05  acct-master-owner pic x(3).
           05  acct-master-branch pic x(2).

       fd  journal-file.
       01  journal-record pic x(94).

      * read for each account's last maintenance, then appended to
      * with the night's dormancy moves
       fd  history-file.
       01  history-record pic x(116).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
       01  acctmstr-status pic xx.
       01  jrnl-status pic xx.
       01  accthist-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-JOURNAL-RECORD".
           copy "WS-ACCTHIST-RECORD".
      * the before image of the entry being moved, for the history
      * line - the same working copy AcctMaint saves
           copy "WS-ACCT-RECORD".
       01  master-eof-switch pic x value "N".
           88  master-eof value "Y".
       01  journal-eof-switch pic x value "N".
           88  journal-eof value "Y".
       01  history-eof-switch pic x value "N".
           88  history-eof value "Y".
      * the dormancy window in calendar days, and the date it
      * reaches back to
       01  dormdays-value pic x(3).
       01  dormant-days pic 9(3) comp-3 value 365.
       01  today-integer pic 9(7) comp-3.
       01  cutoff-integer pic 9(7) comp-3.
       01  last-integer pic 9(7) comp-3.
       01  cutoff-date pic 9(8).
       01  cutoff-date-x redefines cutoff-date pic x(8).
      * the earliest line on the journal - how far back the proof of
      * idleness goes for an account with no activity at all
       01  journal-start-date pic x(8) value high-values.
      * every active account held with its last activity date -
      * same 2000 ceiling as Add's posted-item table
       01  active-count pic 9(5) comp-3 value zero.
       01  max-active-size pic 9(5) comp-3 value 2000.
       01  active-table.
           05  active-entry occurs 1 to 2000 times
                   depending on active-count.
               10  at-account pic x(8).
               10  at-last-date pic x(8).
       01  a pic 9(5) comp-3.
       01  match-account pic x(8).
       01  match-date pic x(8).
      * outcome counters for the report and audit line
       01  accounts-read pic 9(7) comp-3 value zero.
       01  already-dormant-count pic 9(7) comp-3 value zero.
       01  moved-count pic 9(7) comp-3 value zero.
       01  days-idle pic 9(5) comp-3.
       01  aud-read pic 9(7).
       01  aud-moved pic 9(7).
      * the moves alter ACCTMSTR outside the nightly stream - the
      * manifest re-records behind them, same as AcctMaint
       01  manifest-step pic x(14) value "./Manifest".
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  report-heading-1.
           05  filler pic x(30) value "Dormant Account Sweep".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  filler pic x(26) value "No activity since before ".
           05  rh2-cutoff pic x(8).
           05  filler pic x(3) value " (".
           05  rh2-days pic zz9.
           05  filler pic x(6) value " days)".
       01  column-heading.
           05  filler pic x(10) value "Account".
           05  filler pic x(32) value "Name".
           05  filler pic x(7) value "Class".
           05  filler pic x(15) value "Last activity".
           05  filler pic x(9) value "Days idle".
       01  detail-line.
           05  dl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-name pic x(30).
           05  filler pic x(2) value spaces.
           05  dl-class pic x(2).
           05  filler pic x(5) value spaces.
           05  dl-last-date pic x(8).
           05  filler pic x(7) value spaces.
           05  dl-days pic zzzz9.
       01  no-data-line pic x(40)
               value "  (no accounts moved to dormant)".
       01  total-line-1.
           05  filler pic x(22) value "Accounts on master:   ".
           05  tl1-count pic zzzzzz9.
       01  total-line-2.
           05  filler pic x(22) value "Already dormant:      ".
           05  tl2-count pic zzzzzz9.
       01  total-line-3.
           05  filler pic x(22) value "Moved to dormant:     ".
           05  tl3-count pic zzzzzz9.

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move spaces to dormdays-value
           accept dormdays-value from environment "DORMDAYS"
           if dormdays-value is numeric
               compute dormant-days =
                   function numval (dormdays-value)
           end-if
           if dormant-days is equal to zero
               move 365 to dormant-days
           end-if
           compute today-integer =
               function integer-of-date (function numval (run-date))
           compute cutoff-integer = today-integer - dormant-days
           compute cutoff-date =
               function date-of-integer (cutoff-integer)

           open i-o acct-master-file
           if acctmstr-status not equal "00"
               display "DormScan: unable to open ACCTMSTR, status "
                   acctmstr-status
               move RC-ERROR to return-code
               stop run
           end-if
           perform load-active-accounts
           perform scan-posting-journal
           perform scan-change-history

           open output report-file
           perform start-new-page
           move column-heading to report-line
           perform write-report-line
           perform varying a from 1 by 1
                   until a is greater than active-count
               perform judge-one-account
           end-perform
           close acct-master-file
           if moved-count is equal to zero
               move no-data-line to report-line
               perform write-report-line
           end-if

           move spaces to report-line
           perform write-report-line
           move accounts-read to tl1-count
           move total-line-1 to report-line
           perform write-report-line
           move already-dormant-count to tl2-count
           move total-line-2 to report-line
           perform write-report-line
           move moved-count to tl3-count
           move total-line-3 to report-line
           perform write-report-line
           close report-file

           if moved-count is greater than zero
               set environment "MANMODE" to "RECORD"
               call "SYSTEM" using manifest-step
           end-if
           perform write-audit-record
           display "DormScan: " accounts-read " account(s) read, "
               moved-count " moved to dormant"
           move RC-SUCCESS to return-code
           stop run.

      * every active account off the master into the table - a
      * closed account is already out of reach, a dormant one
      * already caught
       load-active-accounts.
           perform until master-eof
               read acct-master-file next record
                   at end
                       move "Y" to master-eof-switch
                   not at end
                       add 1 to accounts-read
                       perform hold-one-account
               end-read
           end-perform.

       hold-one-account.
           if acct-master-status equal "D"
               add 1 to already-dormant-count
               exit paragraph
           end-if
           if acct-master-status not equal "A"
               exit paragraph
           end-if
           if active-count is equal to max-active-size
               display "DormScan: ACCTMSTR exceeds "
                   max-active-size " active account limit"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to active-count
           move acct-master-key to at-account (active-count)
           move spaces to at-last-date (active-count).

      * each journal line is activity on its account - no POSTJRNL
      * yet just means nothing has ever posted
       scan-posting-journal.
           open input journal-file
           if jrnl-status equal "00"
               perform until journal-eof
                   read journal-file
                       at end
                           move "Y" to journal-eof-switch
                       not at end
                           move journal-record to ws-journal-record
                           if jr-run-date is less than
                                   journal-start-date
                               move jr-run-date to journal-start-date
                           end-if
                           move jr-account to match-account
                           move jr-run-date to match-date
                           perform note-activity
                   end-read
               end-perform
               close journal-file
           end-if.

      * an add, change or reactivation is activity too - an account
      * opened last week has nothing on the journal yet
       scan-change-history.
           open input history-file
           if accthist-status equal "00"
               perform until history-eof
                   read history-file
                       at end
                           move "Y" to history-eof-switch
                       not at end
                           move history-record
                               to ws-acct-history-record
                           move ah-account to match-account
                           move ah-run-date to match-date
                           perform note-activity
                   end-read
               end-perform
               close history-file
           end-if.

      * the later date wins - the files are appended in run order,
      * but a restored or merged file need not be
       note-activity.
           perform varying a from 1 by 1
                   until a is greater than active-count
               if at-account (a) equal match-account
                   if match-date is greater than at-last-date (a)
                       move match-date to at-last-date (a)
                   end-if
                   move active-count to a
               end-if
           end-perform.

      * idle since before the cutoff - or never active at all, with
      * a journal reaching back past the cutoff to prove it
       judge-one-account.
           if at-last-date (a) equal spaces
               if journal-start-date is greater than cutoff-date-x
                   exit paragraph
               end-if
           else
               if at-last-date (a) is not less than cutoff-date-x
                   exit paragraph
               end-if
           end-if
           perform move-account-to-dormant.

      * the status flip on the master, the history line, and the
      * report line
       move-account-to-dormant.
           move at-account (a) to acct-master-key
           read acct-master-file
               invalid key
                   exit paragraph
           end-read
           if acct-master-status not equal "A"
               exit paragraph
           end-if
           perform save-before-image
           move "D" to acct-master-status
           rewrite acct-master-record
           add 1 to moved-count
           move "D" to ah-action
           perform write-history-record
           move acct-master-key to dl-account
           move acct-master-name to dl-name
           move acct-master-class to dl-class
           if at-last-date (a) equal spaces
               move "none" to dl-last-date
               move zero to dl-days
           else
               move at-last-date (a) to dl-last-date
               compute last-integer = function integer-of-date
                   (function numval (at-last-date (a)))
               compute days-idle = today-integer - last-integer
               move days-idle to dl-days
           end-if
           move detail-line to report-line
           perform write-report-line
           display "DormScan: account " acct-master-key
               " moved to dormant".

       save-before-image.
           move acct-master-key to acct-number
           move acct-master-name to acct-name
           move acct-master-status to acct-status
           move acct-master-class to acct-class
           move acct-master-currency to acct-currency
           move acct-master-owner to acct-owner
           move acct-master-branch to acct-branch.

      * one permanent line per move, in AcctMaint's layout: the
      * before image off the saved working copy, the after image
      * off the master record just rewritten
       write-history-record.
           move acct-master-key to ah-account
           move acct-name to ah-before-name
           move acct-status to ah-before-status
           move acct-class to ah-before-class
           move acct-currency to ah-before-currency
           move acct-owner to ah-before-owner
           move acct-branch to ah-before-branch
           move acct-master-name to ah-after-name
           move acct-master-status to ah-after-status
           move acct-master-class to ah-after-class
           move acct-master-currency to ah-after-currency
           move acct-master-owner to ah-after-owner
           move acct-master-branch to ah-after-branch
           move run-date to ah-run-date
           move heading-run-number to ah-run-number
           move spaces to ah-linked-account
           open extend history-file
           if accthist-status equal "35"
               open output history-file
           end-if
           move ws-acct-history-record to history-record
           write history-record
           close history-file.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move cutoff-date-x to rh2-cutoff
           move dormant-days to rh2-days
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
               perform start-new-page
               move held-report-line to report-line
           end-if
           write report-line
           add 1 to lines-on-page.

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           move "DormScan" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move accounts-read to aud-read
           move moved-count to aud-moved
           string "Accounts: " aud-read
               delimited by size into aud-input-summary
           string "Dormant: " aud-moved
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program DormScan.
