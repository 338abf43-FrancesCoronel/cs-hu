      *****************************************************************
      *                                                               *
      * AcctInquiry                                                   *
      *                                                               *
      * The online answer to "what's going on with account X" - one   *
      * screen instead of AcctHistRpt, BalInquiry, AcctStatement,     *
      * ExcWorklist, and RejectReport printed separately. Keyed by    *
      * account number, it shows:                                     *
      *                                                               *
      *     - the ACCTMSTR entry: name, status, class, currency,      *
      *       owner, branch                                           *
      *     - the current BALMSTR prior, activity, and new balance    *
      *     - the account's POSTJRNL lines, newest first, paged       *
      *     - its open EXCHIST breaks with days out                   *
      *     - open REJECTS lines whose detail names the account       *
      *     - its PENDING holds still awaiting release                *
      *     - its STANDING instructions                               *
      *                                                               *
      * Strictly read-only: every file opens input, nothing is        *
      * written, nothing is logged. The command field picks the       *
      * lower panel - J journal, E breaks, R rejects, H holds,        *
      * S standing - and N / P page it; Q ends the session. Keying    *
      * a different account number loads that account afresh.         *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. AcctInquiry.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select acct-master-file assign to "ACCTMSTR"
               organization is indexed
               access mode is random
               record key is acct-master-key
               file status is acctmstr-status.
           select balance-file assign to "BALMSTR"
               organization is indexed
               access mode is random
               record key is bal-master-account
               file status is balmstr-status.
           select journal-file assign to "POSTJRNL"
               organization is line sequential
               file status is postjrnl-status.
           select exception-history-file assign to "EXCHIST"
               organization is line sequential
               file status is exchist-status.
           select reject-file assign to "REJECTS"
               organization is line sequential
               file status is reject-status.
           select pending-file assign to "PENDING"
               organization is line sequential
               file status is pending-status.
           select standing-file assign to "STANDING"
               organization is line sequential
               file status is standing-status.

       data division.
       file section.
       fd  acct-master-file.
       01  acct-master-record.
           05  acct-master-key pic x(8).
           05  filler pic x(41).

      * the record content is the WS-BALANCE-RECORD layout
       fd  balance-file.
       01  balance-master-record.
           05  bal-master-account pic x(8).
           05  filler pic x(30).

       fd  journal-file.
       01  journal-record pic x(94).

       fd  exception-history-file.
       01  exception-history-record pic x(99).

       fd  reject-file.
       01  reject-record pic x(96).

       fd  pending-file.
       01  pending-record pic x(58).

       fd  standing-file.
       01  standing-record pic x(25).

       working-storage section.
           copy "WS-RETURN-CODES".
       01  acctmstr-status pic xx.
       01  balmstr-status pic xx.
       01  postjrnl-status pic xx.
       01  exchist-status pic xx.
       01  reject-status pic xx.
       01  pending-status pic xx.
       01  standing-status pic xx.
           copy "WS-ACCT-RECORD".
           copy "WS-BALANCE-RECORD".
           copy "WS-JOURNAL-RECORD".
           copy "WS-REJECT-RECORD".
      * ExcAging's history layout - the key opens with the account
       01  ws-history-record.
           05  eh-status pic x.
               88  eh-open value "O".
           05  eh-first-seen pic x(8).
           05  eh-resolved-date pic x(8).
           05  eh-key.
               10  eh-account pic x(8).
               10  filler pic x(31).
           05  eh-text pic x(40).
           05  eh-owner pic x(3).
      * Add's pending-hold layout - status P is still held
       01  ws-pending-record.
           05  pend-status pic x.
               88  pend-held value "P".
           05  pend-account pic x(8).
           05  pend-dept pic x(3).
           05  pend-code pic x(4).
           05  pend-effect pic s9(9) sign is trailing separate.
           05  pend-eff-date pic x(8).
           05  pend-entry-date pic x(8).
           05  pend-run-number pic 9(9).
      * the invoice a held payment names - older lines without it
      * read back as spaces and are taken as no reference
           05  pend-ref pic 9(7).
      * StandOrder's instruction layout
       01  ws-standing-record.
           05  si-account pic x(8).
           05  si-dept pic x(3).
           05  si-code pic x(4).
           05  si-amount pic s9(6) sign is trailing separate.
           05  si-frequency pic x.
               88  si-monthly value "M".
           05  si-day pic 9(2).
       01  file-eof-switch pic x value "N".
           88  file-eof value "Y".
       01  master-open-switch pic x value "N".
           88  master-open value "Y".
       01  balance-open-switch pic x value "N".
           88  balance-open value "Y".
       01  run-date pic x(8).
       01  today-integer pic 9(7) comp-3.
       01  first-seen-integer pic 9(7) comp-3.
       01  days-out pic s9(5) comp-3.
       01  name-count pic 9(3) comp-3.
      * what the operator keys, and the account the panels hold
       01  inq-account pic x(8) value spaces.
       01  inq-command pic x value "J".
           88  command-journal value "J".
           88  command-breaks value "E".
           88  command-rejects value "R".
           88  command-holds value "H".
           88  command-standing value "S".
           88  command-next-page value "N".
           88  command-prior-page value "P".
           88  command-quit value "Q".
       01  loaded-account pic x(8) value spaces.
       01  current-panel pic x value "J".
       01  message-line pic x(78) value spaces.
      * the account's journal lines, the newest 500 kept in a ring
       01  journal-ring.
           05  journal-slot occurs 500 times pic x(94).
       01  journal-kept pic 9(3) comp-3 value zero.
       01  journal-next pic 9(3) comp-3 value 1.
       01  journal-total pic 9(7) comp-3 value zero.
       01  k pic 9(3) comp-3.
       01  slot pic s9(4) comp-3.
      * the lines of the other panels, formatted as they are found
       01  break-table.
           05  break-line occurs 100 times pic x(78).
       01  break-count pic 9(3) comp-3 value zero.
       01  reject-table.
           05  reject-line occurs 100 times pic x(78).
       01  reject-count pic 9(3) comp-3 value zero.
       01  hold-table.
           05  hold-line occurs 100 times pic x(78).
       01  hold-count pic 9(3) comp-3 value zero.
       01  standing-table.
           05  standing-line occurs 100 times pic x(78).
       01  standing-count pic 9(3) comp-3 value zero.
      * the lower panel: the full text of the panel picked, and the
      * fourteen lines of it on screen
       01  panel-table.
           05  panel-text occurs 500 times pic x(78).
       01  panel-count pic 9(3) comp-3 value zero.
       01  panel-top pic 9(3) comp-3 value 1.
       01  panel-lines-per-page pic 9(3) comp-3 value 14.
       01  p pic 9(3) comp-3.
       01  pl pic 9(3) comp-3.
       01  panel-heading pic x(78) value spaces.
       01  page-number pic 9(3) value zero.
       01  page-count pic 9(3) value zero.
       01  panel-page.
           05  panel-page-line occurs 14 times pic x(78).
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
           05  body-line-13 pic x(78).
           05  body-line-14 pic x(78).
      * the screen's display fields
       01  scr-name pic x(30).
       01  scr-status pic x(9).
       01  scr-class pic x(2).
       01  scr-currency pic x(3).
       01  scr-owner pic x(3).
       01  scr-branch pic x(2).
       01  scr-prior pic -zzz,zzz,zz9.
       01  scr-activity pic -zzz,zzz,zz9.
       01  scr-new pic -zzz,zzz,zz9.
       01  count-line.
           05  filler pic x(10) value "Journal: ".
           05  cl-journal pic zzzzzz9.
           05  filler pic x(10) value "  Breaks: ".
           05  cl-breaks pic zz9.
           05  filler pic x(11) value "  Rejects: ".
           05  cl-rejects pic zz9.
           05  filler pic x(9) value "  Holds: ".
           05  cl-holds pic zz9.
           05  filler pic x(12) value "  Standing: ".
           05  cl-standing pic zz9.
       01  page-line.
           05  filler pic x(5) value "Page ".
           05  pgl-page pic zz9.
           05  filler pic x(4) value " of ".
           05  pgl-count pic zz9.
       01  journal-heading.
           05  filler pic x(10) value " Run date".
           05  filler pic x(10) value "Run number".
           05  filler pic x(7) value "   Item".
           05  filler pic x(5) value " Code".
           05  filler pic x(4) value " Dpt".
           05  filler pic x(13) value "       Effect".
           05  filler pic x(2) value spaces.
           05  filler pic x(9) value "Feed".
           05  filler pic x(18) value "Reference".
       01  journal-line.
           05  filler pic x value space.
           05  jn-run-date pic x(8).
           05  filler pic x value space.
           05  jn-run-number pic 9(9).
           05  filler pic x value space.
           05  jn-item pic zzzzzz9.
           05  filler pic x value space.
           05  jn-code pic x(4).
           05  filler pic x value space.
           05  jn-dept pic x(3).
           05  filler pic x value space.
           05  jn-effect pic -zzz,zzz,zz9.
           05  filler pic x(2) value spaces.
           05  jn-feed-name pic x(8).
           05  filler pic x value space.
           05  jn-note pic x(17).
       01  journal-note.
           05  jnn-tag pic x(6).
           05  jnn-item pic 9(7).
       01  break-heading.
           05  filler pic x(12) value " First seen".
           05  filler pic x(5) value " Days".
           05  filler pic x(2) value spaces.
           05  filler pic x(42) value "Exception".
           05  filler pic x(17) value "Owner".
       01  break-detail-line.
           05  filler pic x value space.
           05  bd-first-seen pic x(8).
           05  filler pic x(3) value spaces.
           05  bd-days pic zzzz9.
           05  filler pic x(2) value spaces.
           05  bd-text pic x(40).
           05  filler pic x(2) value spaces.
           05  bd-owner pic x(3).
       01  reject-heading.
           05  filler pic x(12) value " Program".
           05  filler pic x(9) value "Run date".
           05  filler pic x(21) value "Reason".
           05  filler pic x(36) value "Detail".
       01  reject-detail-line.
           05  filler pic x value space.
           05  rd-program pic x(10).
           05  filler pic x value space.
           05  rd-run-date pic x(8).
           05  filler pic x value space.
           05  rd-reason pic x(20).
           05  filler pic x value space.
           05  rd-detail pic x(36).
       01  hold-heading.
           05  filler pic x(10) value " Held on".
           05  filler pic x(5) value "Code".
           05  filler pic x(3) value "Dpt".
           05  filler pic x(13) value "       Effect".
           05  filler pic x(11) value " Effective".
           05  filler pic x(36) value "  Run".
       01  hold-detail-line.
           05  filler pic x value space.
           05  hd-entry-date pic x(8).
           05  filler pic x value space.
           05  hd-code pic x(4).
           05  filler pic x value space.
           05  hd-dept pic x(3).
           05  filler pic x value space.
           05  hd-effect pic -zzz,zzz,zz9.
           05  filler pic x value space.
           05  hd-eff-date pic x(8).
           05  filler pic x(2) value spaces.
           05  hd-run-number pic 9(9).
       01  standing-heading.
           05  filler pic x(5) value " Dpt".
           05  filler pic x(5) value "Code".
           05  filler pic x(8) value "  Amount".
           05  filler pic x(2) value spaces.
           05  filler pic x(10) value "Frequency".
           05  filler pic x(48) value "Day".
       01  standing-detail-line.
           05  filler pic x value space.
           05  sd-dept pic x(3).
           05  filler pic x value space.
           05  sd-code pic x(4).
           05  filler pic x value space.
           05  sd-amount pic -zzz,zz9.
           05  filler pic x(2) value spaces.
           05  sd-frequency pic x(9).
           05  filler pic x value space.
           05  sd-day pic z9.

       screen section.
       01  inquiry-screen.
           05  blank screen.
           05  line 1 column 1 value "ACCOUNT INQUIRY".
           05  line 1 column 52 value "Processing date ".
           05  line 1 column 68 pic x(8) from run-date.
           05  line 3 column 1 value "Account:".
           05  line 3 column 10 pic x(8) using inq-account.
           05  line 3 column 20 pic x(30) from scr-name.
           05  line 3 column 52 value "Status:".
           05  line 3 column 60 pic x(9) from scr-status.
           05  line 4 column 1 value "Class:".
           05  line 4 column 8 pic x(2) from scr-class.
           05  line 4 column 12 value "Currency:".
           05  line 4 column 22 pic x(3) from scr-currency.
           05  line 4 column 27 value "Owner:".
           05  line 4 column 34 pic x(3) from scr-owner.
           05  line 4 column 39 value "Branch:".
           05  line 4 column 47 pic x(2) from scr-branch.
           05  line 5 column 1 value "Prior:".
           05  line 5 column 8 pic x(12) from scr-prior.
           05  line 5 column 22 value "Activity:".
           05  line 5 column 32 pic x(12) from scr-activity.
           05  line 5 column 46 value "New:".
           05  line 5 column 51 pic x(12) from scr-new.
           05  line 6 column 1 pic x(71) from count-line.
           05  line 7 column 1 pic x(78) from panel-heading.
           05  line 8 column 1 pic x(78) from body-line-01.
           05  line 9 column 1 pic x(78) from body-line-02.
           05  line 10 column 1 pic x(78) from body-line-03.
           05  line 11 column 1 pic x(78) from body-line-04.
           05  line 12 column 1 pic x(78) from body-line-05.
           05  line 13 column 1 pic x(78) from body-line-06.
           05  line 14 column 1 pic x(78) from body-line-07.
           05  line 15 column 1 pic x(78) from body-line-08.
           05  line 16 column 1 pic x(78) from body-line-09.
           05  line 17 column 1 pic x(78) from body-line-10.
           05  line 18 column 1 pic x(78) from body-line-11.
           05  line 19 column 1 pic x(78) from body-line-12.
           05  line 20 column 1 pic x(78) from body-line-13.
           05  line 21 column 1 pic x(78) from body-line-14.
           05  line 22 column 1 pic x(15) from page-line.
           05  line 23 column 1 pic x(78) from message-line.
           05  line 24 column 1 value "Command:".
           05  line 24 column 10 pic x using inq-command.
           05  line 24 column 13 value
                   "J journal  E breaks  R rejects  H holds".
           05  line 24 column 53 value "S standing".
           05  line 24 column 65 value "N/P page  Q end".

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           compute today-integer = function integer-of-date
               (function numval (run-date))
           open input acct-master-file
           if acctmstr-status equal "00"
               move "Y" to master-open-switch
           end-if
           open input balance-file
           if balmstr-status equal "00"
               move "Y" to balance-open-switch
           end-if
           move "Key an account number and press Enter"
               to message-line
           perform clear-account-fields
           perform until command-quit
               display inquiry-screen
               accept inquiry-screen
               inspect inq-account converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               inspect inq-command converting
                   "abcdefghijklmnopqrstuvwxyz"
                   to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               perform process-inquiry-command
           end-perform
           if master-open
               close acct-master-file
           end-if
           if balance-open
               close balance-file
           end-if
           move RC-SUCCESS to return-code
           stop run.

      * a new account number reloads everything and opens on the
      * journal; otherwise the command works the panel on screen
       process-inquiry-command.
           move spaces to message-line
           if command-quit
               exit paragraph
           end-if
           if inq-account equal spaces
               move "Key an account number and press Enter"
                   to message-line
               exit paragraph
           end-if
           if inq-account not equal loaded-account
               perform load-account
               move "J" to current-panel
               perform build-panel
               move space to inq-command
               exit paragraph
           end-if
           evaluate true
               when command-journal or command-breaks
                       or command-rejects or command-holds
                       or command-standing
                   move inq-command to current-panel
                   perform build-panel
               when command-next-page
                   if panel-top + panel-lines-per-page
                           is not greater than panel-count
                       add panel-lines-per-page to panel-top
                   else
                       move "Already on the last page"
                           to message-line
                   end-if
                   perform fill-panel-page
               when command-prior-page
                   if panel-top is greater than panel-lines-per-page
                       subtract panel-lines-per-page from panel-top
                   else
                       move "Already on the first page"
                           to message-line
                   end-if
                   perform fill-panel-page
               when inq-command equal space
                   continue
               when other
                   move "Unknown command - J E R H S N P or Q"
                       to message-line
           end-evaluate
           move space to inq-command.

      * one account, every file read afresh - the files can change
      * between one inquiry and the next
       load-account.
           move inq-account to loaded-account
           perform clear-account-fields
           perform read-account-master
           perform read-balance-master
           perform load-journal-lines
           perform load-open-breaks
           perform load-open-rejects
           perform load-pending-holds
           perform load-standing-lines
           move journal-total to cl-journal
           move break-count to cl-breaks
           move reject-count to cl-rejects
           move hold-count to cl-holds
           move standing-count to cl-standing.

       clear-account-fields.
           move spaces to scr-name
           move spaces to scr-status
           move spaces to scr-class
           move spaces to scr-currency
           move spaces to scr-owner
           move spaces to scr-branch
           move zero to scr-prior
           move zero to scr-activity
           move zero to scr-new
           move zero to cl-journal
           move zero to cl-breaks
           move zero to cl-rejects
           move zero to cl-holds
           move zero to cl-standing
           move spaces to panel-heading
           move spaces to panel-page
           move zero to page-number
           move zero to page-count
           move zero to pgl-page
           move zero to pgl-count.

       read-account-master.
           if not master-open
               move "ACCTMSTR not available" to message-line
               exit paragraph
           end-if
           move inq-account to acct-master-key
           read acct-master-file
               invalid key
                   move "Account not on ACCTMSTR" to message-line
                   exit paragraph
           end-read
           move acct-master-record to ws-acct-record
           move acct-name to scr-name
           evaluate true
               when acct-active
                   move "ACTIVE" to scr-status
               when acct-closed
                   move "CLOSED" to scr-status
               when acct-dormant
                   move "DORMANT" to scr-status
               when other
                   move acct-status to scr-status
           end-evaluate
           move acct-class to scr-class
           move acct-currency to scr-currency
           move acct-owner to scr-owner
           move acct-branch to scr-branch.

       read-balance-master.
           if not balance-open
               exit paragraph
           end-if
           move inq-account to bal-master-account
           read balance-file
               invalid key
                   if message-line equal spaces
                       move "Account not on BALMSTR"
                           to message-line
                   end-if
                   exit paragraph
           end-read
           move balance-master-record to ws-balance-record
           move bal-prior to scr-prior
           move bal-activity to scr-activity
           move bal-new to scr-new.

      * the journal is oldest first; the ring keeps the newest 500
      * of the account's lines however long the journal has grown
       load-journal-lines.
           move zero to journal-kept
           move zero to journal-total
           move 1 to journal-next
           move "N" to file-eof-switch
           open input journal-file
           if postjrnl-status not equal "00"
               exit paragraph
           end-if
           perform until file-eof
               read journal-file
                   at end
                       move "Y" to file-eof-switch
                   not at end
                       if journal-record (1:8) equal loaded-account
                           perform keep-journal-line
                       end-if
               end-read
           end-perform
           close journal-file.

       keep-journal-line.
           add 1 to journal-total
           move journal-record to journal-slot (journal-next)
           if journal-kept is less than 500
               add 1 to journal-kept
           end-if
           if journal-next equal 500
               move 1 to journal-next
           else
               add 1 to journal-next
           end-if.

       load-open-breaks.
           move zero to break-count
           move "N" to file-eof-switch
           open input exception-history-file
           if exchist-status not equal "00"
               exit paragraph
           end-if
           perform until file-eof
               read exception-history-file
                   at end
                       move "Y" to file-eof-switch
                   not at end
                       move exception-history-record
                           to ws-history-record
                       if eh-open and eh-account equal loaded-account
                           and break-count is less than 100
                           perform keep-break-line
                       end-if
               end-read
           end-perform
           close exception-history-file.

       keep-break-line.
           add 1 to break-count
           move eh-first-seen to bd-first-seen
           move zero to bd-days
           if eh-first-seen is numeric
               compute first-seen-integer = function integer-of-date
                   (function numval (eh-first-seen))
               compute days-out = today-integer - first-seen-integer
               if days-out is greater than zero
                   move days-out to bd-days
               end-if
           end-if
           move eh-text to bd-text
           move eh-owner to bd-owner
           move break-detail-line to break-line (break-count).

      * a reject names its account in the detail text - an open
      * reject with the account number anywhere in it is listed
       load-open-rejects.
           move zero to reject-count
           move "N" to file-eof-switch
           open input reject-file
           if reject-status not equal "00"
               exit paragraph
           end-if
           perform until file-eof
               read reject-file
                   at end
                       move "Y" to file-eof-switch
                   not at end
                       move reject-record to ws-reject-record
                       if rej-open
                           perform check-reject-names-account
                       end-if
               end-read
           end-perform
           close reject-file.

       check-reject-names-account.
           move zero to name-count
           inspect rej-detail tallying name-count
               for all loaded-account
           if name-count equal zero or reject-count equal 100
               exit paragraph
           end-if
           add 1 to reject-count
           move rej-program-id to rd-program
           move rej-run-date to rd-run-date
           move rej-reason to rd-reason
           move rej-detail to rd-detail
           move reject-detail-line to reject-line (reject-count).

       load-pending-holds.
           move zero to hold-count
           move "N" to file-eof-switch
           open input pending-file
           if pending-status not equal "00"
               exit paragraph
           end-if
           perform until file-eof
               read pending-file
                   at end
                       move "Y" to file-eof-switch
                   not at end
                       move pending-record to ws-pending-record
                       if pend-held
                           and pend-account equal loaded-account
                           and hold-count is less than 100
                           perform keep-hold-line
                       end-if
               end-read
           end-perform
           close pending-file.

       keep-hold-line.
           add 1 to hold-count
           move pend-entry-date to hd-entry-date
           move pend-code to hd-code
           move pend-dept to hd-dept
           move pend-effect to hd-effect
           move pend-eff-date to hd-eff-date
           move pend-run-number to hd-run-number
           move hold-detail-line to hold-line (hold-count).

       load-standing-lines.
           move zero to standing-count
           move "N" to file-eof-switch
           open input standing-file
           if standing-status not equal "00"
               exit paragraph
           end-if
           perform until file-eof
               read standing-file
                   at end
                       move "Y" to file-eof-switch
                   not at end
                       move standing-record to ws-standing-record
                       if si-account equal loaded-account
                           and standing-count is less than 100
                           perform keep-standing-line
                       end-if
               end-read
           end-perform
           close standing-file.

       keep-standing-line.
           add 1 to standing-count
           move si-dept to sd-dept
           move si-code to sd-code
           move si-amount to sd-amount
           if si-monthly
               move "MONTHLY" to sd-frequency
           else
               move si-frequency to sd-frequency
           end-if
           move si-day to sd-day
           move standing-detail-line
               to standing-line (standing-count).

      * the picked panel's full text, then its first page
       build-panel.
           move zero to panel-count
           evaluate current-panel
               when "J"
                   move journal-heading to panel-heading
                   perform varying k from 1 by 1
                           until k is greater than journal-kept
                       perform format-journal-line
                   end-perform
               when "E"
                   move break-heading to panel-heading
                   perform varying k from 1 by 1
                           until k is greater than break-count
                       add 1 to panel-count
                       move break-line (k) to panel-text (panel-count)
                   end-perform
               when "R"
                   move reject-heading to panel-heading
                   perform varying k from 1 by 1
                           until k is greater than reject-count
                       add 1 to panel-count
                       move reject-line (k)
                           to panel-text (panel-count)
                   end-perform
               when "H"
                   move hold-heading to panel-heading
                   perform varying k from 1 by 1
                           until k is greater than hold-count
                       add 1 to panel-count
                       move hold-line (k) to panel-text (panel-count)
                   end-perform
               when "S"
                   move standing-heading to panel-heading
                   perform varying k from 1 by 1
                           until k is greater than standing-count
                       add 1 to panel-count
                       move standing-line (k)
                           to panel-text (panel-count)
                   end-perform
           end-evaluate
           if panel-count equal zero
               move 1 to panel-count
               move "  (none)" to panel-text (1)
           end-if
           move 1 to panel-top
           perform fill-panel-page.

      * the k'th newest journal line counts back from the ring's
      * next slot
       format-journal-line.
           compute slot = journal-next - k
           if slot is less than 1
               add 500 to slot
           end-if
           move journal-slot (slot) to ws-journal-record
           move jr-run-date to jn-run-date
           move jr-run-number to jn-run-number
           move jr-item to jn-item
           move jr-code to jn-code
           move jr-dept to jn-dept
           move jr-effect to jn-effect
           move jr-feed-name to jn-feed-name
           move spaces to jn-note
           if jr-xfer-ref is numeric and jr-xfer-ref > zero
               move "xfer  " to jnn-tag
               move jr-xfer-ref to jnn-item
               move journal-note to jn-note
           else
               if jr-ref is numeric and jr-ref > zero
                   move "ref   " to jnn-tag
                   move jr-ref to jnn-item
                   move journal-note to jn-note
               end-if
           end-if
           add 1 to panel-count
           move journal-line to panel-text (panel-count).

       fill-panel-page.
           move spaces to panel-page
           move panel-top to p
           perform varying pl from 1 by 1
                   until pl is greater than panel-lines-per-page
                       or p is greater than panel-count
               move panel-text (p) to panel-page-line (pl)
               add 1 to p
           end-perform
           compute page-number =
               (panel-top + panel-lines-per-page - 1)
               / panel-lines-per-page
           compute page-count =
               (panel-count + panel-lines-per-page - 1)
               / panel-lines-per-page
           move page-number to pgl-page
           move page-count to pgl-count.

       end program AcctInquiry.
