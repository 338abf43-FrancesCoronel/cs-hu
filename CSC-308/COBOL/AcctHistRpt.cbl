      * "what class was this account in three weeks ago?":           *
      *                                                               *
      *     AHACCT=account - that account's full change history,    *
      *         one line per applied action, oldest first, together  *
      *         with the history of every account merged into it     *
      *         (and into those, however many merges back), so a     *
      *         renumbered account keeps its past                    *
      *     AHASOF=yyyymmdd (with AHACCT) - additionally             *
      *         reconstructs the master entry as it stood at the     *
      *         close of that date, by replaying the history         *
      *     no AHACCT - the whole file lists, every account          *
      *                                                               *
      * A merge line (M, and S on the survivor) also shows the       *
      * account at the other end of the merge.                       *
      *                                                               *
      * The report goes to AHRPT, in the shop's standard             *
      * heading/paging style.                                        *
      *                                                               *
       data division.
       file section.
       fd  history-file.
       01  history-record pic x(116).

       fd  report-file.
       01  report-line pic x(80).
       01  ahacct-value pic x(8).
       01  ahasof-value pic x(8).
       01  lines-printed pic 9(5) comp-3 value zero.
      * the merge links off the M lines, and with AHACCT the accounts
      * whose history is listed alongside it - every account merged
      * into it, however many merges back
       01  link-count pic 9(3) comp-3 value zero.
       01  max-link-size pic 9(3) comp-3 value 500.
       01  link-table.
           05  link-entry occurs 1 to 500 times
                   depending on link-count.
               10  ml-account pic x(8).
               10  ml-survivor pic x(8).
               10  ml-chosen pic x.
       01  mi pic 9(3) comp-3.
       01  mj pic 9(3) comp-3.
       01  chain-grew-switch pic x.
           88  chain-grew value "Y".
       01  account-listed-switch pic x.
           88  account-listed value "Y".
      * the as-of reconstruction: the after image of the last
      * applied action on or before the as-of date
       01  asof-found-switch pic x value "N".
           05  al-branch pic x(2).
           05  filler pic x(10) value "  applied ".
           05  al-applied pic x(8).
       01  link-line.
           05  filler pic x(2) value spaces.
           05  lnl-text pic x(12).
           05  lnl-account pic x(8).
       01  merged-in-line.
           05  filler pic x(23) value "  Also listed: account ".
           05  mil-account pic x(8).
           05  filler pic x(13) value ", merged into".
           05  filler pic x value space.
           05  mil-survivor pic x(8).
       01  no-asof-line pic x(50) value
           "  (no applied action on or before the as-of date)".
       01  no-data-line pic x(40)
               move RC-ERROR to return-code
               stop run
           end-if
           if ahacct-value not equal spaces
               perform load-merge-links
           end-if

           perform until end-of-file
               read history-file
       print-one-history-line.
           move history-record to ws-acct-history-record
           if ahacct-value not equal spaces
               perform check-account-listed
               if not account-listed
                   exit paragraph
               end-if
           end-if
           add 1 to lines-printed
           move ah-run-date to dl1-date
           move ah-run-number to dl1-run
           move detail-line-1 to report-line
           perform write-report-line
           if ah-linked-account not equal spaces
               if ah-action equal "S"
                   move "SURVIVOR OF " to lnl-text
               else
                   move "MERGED INTO " to lnl-text
               end-if
               move ah-linked-account to lnl-account
               move link-line to report-line
               perform write-report-line
           end-if
           if ah-action not equal "A"
               move "  BEFORE" to il-tag
               move ah-before-name to il-name
           move image-line to report-line
           perform write-report-line
           if ahasof-value is numeric
               and ah-account equal ahacct-value
               and ah-run-date is not greater than ahasof-value
               move "Y" to asof-found-switch
               move ah-after-name to asof-name
               move ah-run-date to asof-date-applied
           end-if.

      * a first pass for the merge links, then the chain walked back
      * from AHACCT until no further account joins it; the file is
      * reopened for the listing pass
       load-merge-links.
           perform until end-of-file
               read history-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       move history-record to ws-acct-history-record
                       if ah-action equal "M"
                           and link-count is less than max-link-size
                           add 1 to link-count
                           move ah-account to ml-account (link-count)
                           move ah-linked-account
                               to ml-survivor (link-count)
                           move "N" to ml-chosen (link-count)
                       end-if
               end-read
           end-perform
           close history-file
           move "Y" to chain-grew-switch
           perform until not chain-grew
               move "N" to chain-grew-switch
               perform varying mi from 1 by 1
                       until mi is greater than link-count
                   if ml-chosen (mi) equal "N"
                       perform check-link-joins-chain
                   end-if
               end-perform
           end-perform
           perform varying mi from 1 by 1
                   until mi is greater than link-count
               if ml-chosen (mi) equal "Y"
                   move ml-account (mi) to mil-account
                   move ml-survivor (mi) to mil-survivor
                   move merged-in-line to report-line
                   perform write-report-line
               end-if
           end-perform
           open input history-file
           move "N" to end-of-file-switch.

      * a link joins when its survivor is AHACCT or an account
      * already in the chain
       check-link-joins-chain.
           if ml-survivor (mi) equal ahacct-value
               move "Y" to ml-chosen (mi)
               move "Y" to chain-grew-switch
               exit paragraph
           end-if
           perform varying mj from 1 by 1
                   until mj is greater than link-count
               if ml-chosen (mj) equal "Y"
                   and ml-account (mj) equal ml-survivor (mi)
                   move "Y" to ml-chosen (mi)
                   move "Y" to chain-grew-switch
               end-if
           end-perform.

       check-account-listed.
           move "N" to account-listed-switch
           if ah-account equal ahacct-value
               move "Y" to account-listed-switch
               exit paragraph
           end-if
           perform varying mi from 1 by 1
                   until mi is greater than link-count
               if ml-chosen (mi) equal "Y"
                   and ml-account (mi) equal ah-account
                   move "Y" to account-listed-switch
               end-if
           end-perform.

       print-asof-reconstruction.
           move spaces to report-line
           perform write-report-line
