      * the statement to one account; by default every account on    *
      * the master gets a section.                                   *
      *                                                               *
      * Merges AcctMaint has recorded on ACCTHIST are followed: an   *
      * account merged away says where it went, a survivor names     *
      * every account merged into it, and under the survivor's       *
      * closing balance the processing date's postings to those      *
      * accounts (the merge transfer among them) are listed for      *
      * reference - they are in the merged account's own balance,    *
      * not the survivor's. No ACCTHIST just means no merges.        *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. AcctStatement.
           select journal-file assign to "POSTJRNL"
               organization is line sequential
               file status is jrnl-status.
           select history-file assign to "ACCTHIST"
               organization is line sequential
               file status is accthist-status.
           select report-file assign to "STMTRPT"
               organization is line sequential
               file status is rpt-status.
           05  bal-master-balances pic x(30).

       fd  journal-file.
       01  journal-record pic x(94).

      * AcctMaint's change history - only a merge's fields are needed
       fd  history-file.
       01  history-record.
           05  hr-account pic x(8).
           05  hr-action pic x.
           05  filler pic x(82).
           05  hr-run-date pic x(8).
           05  filler pic x(9).
           05  hr-linked-account pic x(8).

       fd  report-file.
       01  report-line pic x(80).
       01  balmstr-status pic xx.
       01  jrnl-status pic xx.
       01  rpt-status pic xx.
       01  accthist-status pic xx.
           copy "WS-BALANCE-RECORD".
           copy "WS-JOURNAL-RECORD".
           copy "WS-EOF-SWITCH".
       01  jrnl-table.
           05  jrnl-entry occurs 1 to 2500 times
                   depending on jrnl-count.
               10  jt-record pic x(94).
       01  i pic 9(5) comp-3.
      * every merge on ACCTHIST - the account merged away, the
      * survivor, and the date it closed
       01  history-eof-switch pic x value "N".
           88  history-eof value "Y".
       01  link-count pic 9(3) comp-3 value zero.
       01  max-link-size pic 9(3) comp-3 value 500.
       01  link-table.
           05  link-entry occurs 1 to 500 times
                   depending on link-count.
               10  ml-account pic x(8).
               10  ml-survivor pic x(8).
               10  ml-date pic x(8).
       01  mi pic 9(3) comp-3.
       01  merged-posting-count pic 9(5) comp-3.
      * an account limit from the JCL PARM - spaces means everyone
       01  stmtacct-value pic x(8).
       01  account-count pic 9(5) comp-3 value zero.
       01  closing-line.
           05  filler pic x(18) value "  Closing balance ".
           05  cl-amount pic -(10)9.
       01  merged-into-line.
           05  filler pic x(15) value "  Merged into ".
           05  mil-survivor pic x(8).
           05  filler pic x(4) value " on ".
           05  mil-date pic x(8).
       01  merged-in-line.
           05  filler pic x(10) value "  Account ".
           05  mnl-account pic x(8).
           05  filler pic x(14) value " merged in on ".
           05  mnl-date pic x(8).
       01  merged-activity-line.
           05  filler pic x(10) value "  Account ".
           05  mal-account pic x(8).
           05  filler pic x(40)
               value " postings, not in the balance above:".
       01  no-posting-line pic x(40)
               value "    (no postings this date)".
       01  no-data-line pic x(40)
           move spaces to stmtacct-value
           accept stmtacct-value from environment "STMTACCT"
           perform load-journal-lines
           perform load-merge-links
           open output report-file
           perform start-new-page
           perform print-statement-sections
           add 1 to jrnl-count
           move journal-record to jt-record (jrnl-count).

      * the M lines off ACCTHIST, each carrying its survivor
       load-merge-links.
           open input history-file
           if accthist-status not equal "00"
               exit paragraph
           end-if
           perform until history-eof
               read history-file
                   at end
                       move "Y" to history-eof-switch
                   not at end
                       if hr-action equal "M"
                           and link-count is less than max-link-size
                           add 1 to link-count
                           move hr-account to ml-account (link-count)
                           move hr-linked-account
                               to ml-survivor (link-count)
                           move hr-run-date to ml-date (link-count)
                       end-if
               end-read
           end-perform
           close history-file.

      * BALMSTR is produced by Add - if the nightly posting has not
      * run yet, report that instead of abending
       print-statement-sections.
           move bal-account to ah-account
           move account-heading to report-line
           perform write-report-line
           perform varying mi from 1 by 1
                   until mi is greater than link-count
               if ml-account (mi) equal bal-account
                   move ml-survivor (mi) to mil-survivor
                   move ml-date (mi) to mil-date
                   move merged-into-line to report-line
                   perform write-report-line
               end-if
               if ml-survivor (mi) equal bal-account
                   move ml-account (mi) to mnl-account
                   move ml-date (mi) to mnl-date
                   move merged-in-line to report-line
                   perform write-report-line
               end-if
           end-perform
           move bal-prior to ol-amount
           move opening-line to report-line
           perform write-report-line
           move bal-new to cl-amount
           move closing-line to report-line
           perform write-report-line
           perform varying mi from 1 by 1
                   until mi is greater than link-count
               if ml-survivor (mi) equal bal-account
                   perform print-merged-account-postings
               end-if
           end-perform
           move spaces to report-line
           perform write-report-line.

      * tonight's lines for one account merged into this one, listed
      * only when there are any
       print-merged-account-postings.
           move zero to merged-posting-count
           perform varying i from 1 by 1
                   until i is greater than jrnl-count
               move jt-record (i) to ws-journal-record
               if jr-account equal ml-account (mi)
                   if merged-posting-count is equal to zero
                       move ml-account (mi) to mal-account
                       move merged-activity-line to report-line
                       perform write-report-line
                   end-if
                   add 1 to merged-posting-count
                   move jr-dept to dl-dept
                   move jr-code to dl-code
                   move jr-item to dl-item
                   move jr-run-number to dl-run
                   move jr-effect to dl-effect
                   move detail-line to report-line
                   perform write-report-line
               end-if
           end-perform.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
