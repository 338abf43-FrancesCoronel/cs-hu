      *****************************************************************
      *                                                               *
      * BalRecover                                                    *
      *                                                               *
      * Forward recovery of the balance master. Restore can only put  *
      * back the start of a night from the Snapshot set; a BALMSTR    *
      * damaged mid-day after a supplemental cycle would lose every   *
      * posting since. This utility rebuilds the master for a chosen  *
      * processing date (RCVDATE=yyyymmdd, JCL PARM / environment     *
      * variable, default the processing date) from the files the     *
      * shop already keeps:                                           *
      *                                                               *
      *     - the base is the last good BALHIST date before RCVDATE   *
      *       (RCVBASE=yyyymmdd names an earlier one if the latest    *
      *       is itself suspect) - every account's closing balance    *
      *       as BalHistory filed it, supplemental cycles included    *
      *     - every POSTJRNL effect after the base date, up to and    *
      *       including RCVDATE, is replayed onto it run by run in    *
      *       run-number order - an effect dated before RCVDATE       *
      *       lands in the opening balance, one dated RCVDATE in      *
      *       the day's activity, so the rebuilt record reads         *
      *       prior + activity = new exactly as Add would have left   *
      *       it                                                      *
      *                                                               *
      * No BALHIST before RCVDATE at all means the replay starts      *
      * from an empty master and the whole journal carries it.        *
      *                                                               *
      * The rebuilt master goes to BALRCVR (the flat 38-byte layout   *
      * Snapshot files) and RCVRPT proves it against the live         *
      * master account by account - each account's closing balance    *
      * from both sides, the difference, and any account on one       *
      * side only - after a per-run list of what was replayed. A      *
      * live master that cannot be opened at all is reported as       *
      * such; that is the case this utility is for.                   *
      *                                                               *
      * Nothing live changes unless RCVCONF=Y is also set, the way    *
      * YearClose demands YECONF: then, after the proof prints, the   *
      * rebuilt master is loaded over BALMSTR and the manifest        *
      * re-records behind it, as Restore does.                        *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. BalRecover.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select balance-file assign to "BALMSTR"
               organization is indexed
               access mode is dynamic
               record key is bal-master-account
               file status is balmstr-status.
           select history-file assign to "BALHIST"
               organization is line sequential
               file status is balhist-status.
           select journal-file assign to "POSTJRNL"
               organization is line sequential
               file status is jrnl-status.
           select rebuilt-file assign to "BALRCVR"
               organization is line sequential
               file status is balrcvr-status.
           select report-file assign to "RCVRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  balance-file.
       01  balance-master-record.
           05  bal-master-account pic x(8).
           05  bal-master-prior pic s9(9) sign is trailing separate.
           05  bal-master-activity pic s9(9)
                   sign is trailing separate.
           05  bal-master-new pic s9(9) sign is trailing separate.

       fd  history-file.
       01  history-record pic x(46).

       fd  journal-file.
       01  journal-record pic x(94).

       fd  rebuilt-file.
       01  rebuilt-record pic x(38).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  balmstr-status pic xx.
       01  balhist-status pic xx.
       01  jrnl-status pic xx.
       01  balrcvr-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-BALANCE-RECORD".
           copy "WS-JOURNAL-RECORD".
       01  history-eof-switch pic x value "N".
           88  history-eof value "Y".
       01  journal-eof-switch pic x value "N".
           88  journal-eof value "Y".
       01  live-eof-switch pic x value "N".
           88  live-eof value "Y".
      * one history line: the processing date, then the account's
      * balances as the master closed them - BalHistory's layout
       01  ws-history-record.
           05  bh-date pic x(8).
           05  bh-balance-record pic x(38).
      * the date being rebuilt and the history date it starts from
       01  rcvdate-value pic x(8).
       01  rcvbase-value pic x(8).
       01  rcvconf-value pic x value "N".
           88  swap-confirmed value "Y".
       01  recover-date pic x(8).
       01  base-date pic x(8).
       01  base-found-switch pic x value "N".
           88  base-found value "Y".
      * the rebuilt master, held in account order - the base loads
      * in key order off BALHIST and a journal account new since
      * the base is inserted in its place
       01  rebuilt-count pic 9(5) comp-3 value zero.
       01  max-rebuilt-size pic 9(5) comp-3 value 2000.
       01  rebuilt-table.
           05  rebuilt-entry occurs 1 to 2000 times
                   depending on rebuilt-count.
               10  rb-account pic x(8).
               10  rb-prior pic s9(11) comp-3.
               10  rb-activity pic s9(11) comp-3.
       01  r pic 9(5) comp-3.
       01  r2 pic 9(5) comp-3.
       01  insert-at pic 9(5) comp-3.
      * the runs found on the journal after the base, replayed in
      * run-number order one journal pass each
       01  run-count pic 9(3) comp-3 value zero.
       01  max-run-size pic 9(3) comp-3 value 500.
       01  run-table.
           05  run-entry occurs 500 times.
               10  ru-number pic 9(9).
               10  ru-date pic x(8).
               10  ru-lines pic 9(7) comp-3.
               10  ru-net pic s9(11) comp-3.
       01  u pic 9(3) comp-3.
       01  u2 pic 9(3) comp-3.
       01  run-swap pic x(27).
       01  run-found-switch pic x.
           88  run-found value "Y".
       01  replay-run-number pic 9(9).
       01  lines-replayed pic 9(7) comp-3 value zero.
       01  lines-beyond pic 9(7) comp-3 value zero.
      * the proof: a merge walk of the rebuilt table against the
      * live master, both in account order
       01  live-available-switch pic x value "N".
           88  live-available value "Y".
       01  live-key pic x(8).
       01  rebuilt-new pic s9(11) comp-3.
       01  difference-amount pic s9(11) comp-3.
       01  agree-count pic 9(7) comp-3 value zero.
       01  differ-count pic 9(7) comp-3 value zero.
       01  rebuilt-only-count pic 9(7) comp-3 value zero.
       01  live-only-count pic 9(7) comp-3 value zero.
       01  rebuilt-total pic s9(13) comp-3 value zero.
       01  live-total pic s9(13) comp-3 value zero.
       01  aud-accounts pic 9(7).
       01  aud-runs pic 9(5).
      * a swap is a sanctioned out-of-stream change to BALMSTR - the
      * manifest re-records behind it, as Restore does
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
           05  filler pic x(30) value "Balance Master Recovery".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  filler pic x(18) value "Rebuilt for date ".
           05  rh2-date pic x(8).
           05  filler pic x(16) value "   from BALHIST ".
           05  rh2-base pic x(8).
       01  replay-head-line pic x(40)
               value "Journal runs replayed".
       01  replay-column-line.
           05  filler pic x(12) value "Run".
           05  filler pic x(12) value "Date".
           05  filler pic x(10) value "    Lines".
           05  filler pic x(15) value "     Net effect".
       01  replay-line.
           05  rl-run pic 9(9).
           05  filler pic x(3) value spaces.
           05  rl-date pic x(8).
           05  filler pic x(4) value spaces.
           05  rl-lines pic zzzzzz9.
           05  filler pic x(2) value spaces.
           05  rl-net pic -(12)9.
       01  no-runs-line pic x(40)
               value "  (no journal activity since the base)".
       01  beyond-line.
           05  filler pic x(32)
                   value "  Lines dated after the date:  ".
           05  bl-count pic zzzzzz9.
       01  proof-head-line pic x(40)
               value "Proof against the live master".
       01  proof-column-line.
           05  filler pic x(10) value "Account".
           05  filler pic x(15) value "        Rebuilt".
           05  filler pic x(15) value "           Live".
           05  filler pic x(15) value "     Difference".
           05  filler pic x(2) value spaces.
           05  filler pic x(12) value "Status".
       01  proof-line.
           05  pl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  pl-rebuilt pic -(12)9.
           05  filler pic x(2) value spaces.
           05  pl-live pic -(12)9.
           05  filler pic x(2) value spaces.
           05  pl-difference pic -(12)9.
           05  filler pic x(2) value spaces.
           05  pl-status pic x(12).
       01  live-unavailable-line.
           05  filler pic x(40)
                   value "  Live BALMSTR cannot be opened, status ".
           05  lu-status pic xx.
       01  total-line.
           05  tl-label pic x(22).
           05  tl-count pic zzzzzz9.
       01  amount-line.
           05  al-label pic x(22).
           05  al-amount pic -(14)9.

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move run-date to recover-date
           move spaces to rcvdate-value
           accept rcvdate-value from environment "RCVDATE"
           if rcvdate-value is numeric
               move rcvdate-value to recover-date
           end-if
           move spaces to rcvbase-value
           accept rcvbase-value from environment "RCVBASE"
           if rcvbase-value not equal spaces
               and rcvbase-value is not numeric
               display "BalRecover: RCVBASE must be yyyymmdd - "
                   "recovery refused"
               move RC-ERROR to return-code
               stop run
           end-if
           if rcvbase-value is numeric
               and rcvbase-value is not less than recover-date
               display "BalRecover: RCVBASE must fall before "
                   "RCVDATE - recovery refused"
               move RC-ERROR to return-code
               stop run
           end-if
           accept rcvconf-value from environment "RCVCONF"

           perform find-base-date
           perform load-base-balances
           perform collect-journal-runs
           perform varying u from 1 by 1 until u is greater than
                   run-count
               perform replay-one-run
           end-perform
           perform write-rebuilt-file

           open output report-file
           perform start-new-page
           perform print-replay-section
           perform print-proof-section
           if swap-confirmed
               perform swap-rebuilt-master
           else
               move spaces to report-line
               perform write-report-line
               move "  RCVCONF=Y not set - live BALMSTR left as it is"
                   to report-line
               perform write-report-line
           end-if
           close report-file

           perform write-audit-record
           display "BalRecover: " rebuilt-count " account(s) "
               "rebuilt for " recover-date " from " base-date
               ", " run-count " run(s) replayed, " differ-count
               " differ from live"
           if swap-confirmed
               set environment "MANMODE" to "RECORD"
               call "SYSTEM" using manifest-step
               display "BalRecover: rebuilt master loaded over "
                   "BALMSTR"
           end-if
           if differ-count is greater than zero
               or rebuilt-only-count is greater than zero
               or live-only-count is greater than zero
               or not live-available
               move "BalRecover" to alert-program-id
               move "WARNING" to alert-severity
               move "MASTER-DIFFERS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the last history date before the one being rebuilt - or
      * the date RCVBASE names, which must actually be on file
       find-base-date.
           move spaces to base-date
           open input history-file
           if balhist-status equal "00"
               perform until history-eof
                   read history-file
                       at end
                           move "Y" to history-eof-switch
                       not at end
                           move history-record to ws-history-record
                           perform consider-base-date
                   end-read
               end-perform
               close history-file
           end-if
           move "N" to history-eof-switch
           if rcvbase-value is numeric and not base-found
               display "BalRecover: RCVBASE " rcvbase-value
                   " not on BALHIST - recovery refused"
               move RC-ERROR to return-code
               stop run
           end-if
           if not base-found
               display "BalRecover: no BALHIST date before "
                   recover-date " - replaying the whole journal"
               move "00000000" to base-date
           end-if.

       consider-base-date.
           if rcvbase-value is numeric
               if bh-date equal rcvbase-value
                   move bh-date to base-date
                   move "Y" to base-found-switch
               end-if
           else
               if bh-date is less than recover-date
                   and (base-date equal spaces
                       or bh-date is greater than base-date)
                   move bh-date to base-date
                   move "Y" to base-found-switch
               end-if
           end-if.

      * the base date's closing balances become the opening point -
      * every account opens at the close BalHistory filed
       load-base-balances.
           if not base-found
               exit paragraph
           end-if
           open input history-file
           perform until history-eof
               read history-file
                   at end
                       move "Y" to history-eof-switch
                   not at end
                       move history-record to ws-history-record
                       if bh-date equal base-date
                           move bh-balance-record
                               to ws-balance-record
                           move bal-account to jr-account
                           perform find-rebuilt-account
                           add bal-new to rb-prior (r)
                       end-if
               end-read
           end-perform
           close history-file.

      * the distinct runs after the base, in run-number order - a
      * journal lost or restored out of order still replays in the
      * order the runs actually happened
       collect-journal-runs.
           open input journal-file
           if jrnl-status not equal "00"
               display "BalRecover: POSTJRNL not on file - the "
                   "base is the rebuilt master"
               exit paragraph
           end-if
           perform until journal-eof
               read journal-file
                   at end
                       move "Y" to journal-eof-switch
                   not at end
                       move journal-record to ws-journal-record
                       perform note-journal-run
               end-read
           end-perform
           close journal-file
           move "N" to journal-eof-switch
           perform varying u from 1 by 1
                   until u is not less than run-count
               perform varying u2 from u by 1
                       until u2 is greater than run-count
                   if ru-number (u2) is less than ru-number (u)
                       move run-entry (u) to run-swap
                       move run-entry (u2) to run-entry (u)
                       move run-swap to run-entry (u2)
                   end-if
               end-perform
           end-perform.

       note-journal-run.
           if jr-run-date is not greater than base-date
               exit paragraph
           end-if
           if jr-run-date is greater than recover-date
               add 1 to lines-beyond
               exit paragraph
           end-if
           move "N" to run-found-switch
           perform varying u from 1 by 1
                   until u is greater than run-count
               if ru-number (u) equal jr-run-number
                   move "Y" to run-found-switch
                   move run-count to u
               end-if
           end-perform
           if run-found
               exit paragraph
           end-if
           if run-count is equal to max-run-size
               display "BalRecover: more than " max-run-size
                   " runs since the base - choose a later RCVBASE"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to run-count
           move jr-run-number to ru-number (run-count)
           move jr-run-date to ru-date (run-count)
           move zero to ru-lines (run-count)
           move zero to ru-net (run-count).

      * one pass of the journal per run, applying only that run's
      * lines - dated before the rebuilt date they are history and
      * open the day, dated on it they are the day's activity
       replay-one-run.
           move ru-number (u) to replay-run-number
           open input journal-file
           perform until journal-eof
               read journal-file
                   at end
                       move "Y" to journal-eof-switch
                   not at end
                       move journal-record to ws-journal-record
                       if jr-run-number equal replay-run-number
                           and jr-run-date is greater than base-date
                           and jr-run-date is not greater than
                               recover-date
                           perform replay-one-line
                       end-if
               end-read
           end-perform
           close journal-file
           move "N" to journal-eof-switch.

       replay-one-line.
           perform find-rebuilt-account
           if jr-run-date is less than recover-date
               add jr-effect to rb-prior (r)
           else
               add jr-effect to rb-activity (r)
           end-if
           add 1 to ru-lines (u)
           add jr-effect to ru-net (u)
           add 1 to lines-replayed.

      * the table entry for jr-account in r - an account the table
      * has not seen yet is inserted in key order at zero
       find-rebuilt-account.
           move zero to insert-at
           perform varying r from 1 by 1
                   until r is greater than rebuilt-count
               if rb-account (r) is not less than jr-account
                   move r to insert-at
                   move rebuilt-count to r
               end-if
           end-perform
           if insert-at is greater than zero
               if rb-account (insert-at) equal jr-account
                   move insert-at to r
                   exit paragraph
               end-if
           end-if
           if rebuilt-count is equal to max-rebuilt-size
               display "BalRecover: rebuilt master exceeds "
                   max-rebuilt-size " account limit"
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to rebuilt-count
           if insert-at is equal to zero
               move rebuilt-count to insert-at
           else
               perform varying r2 from rebuilt-count by -1
                       until r2 is not greater than insert-at
                   move rebuilt-entry (r2 - 1) to rebuilt-entry (r2)
               end-perform
           end-if
           move jr-account to rb-account (insert-at)
           move zero to rb-prior (insert-at)
           move zero to rb-activity (insert-at)
           move insert-at to r.

      * the rebuilt master in the flat Snapshot layout, kept
      * whether or not it is swapped in
       write-rebuilt-file.
           open output rebuilt-file
           perform varying r from 1 by 1
                   until r is greater than rebuilt-count
               perform build-rebuilt-record
               move ws-balance-record to rebuilt-record
               write rebuilt-record
           end-perform
           close rebuilt-file.

       build-rebuilt-record.
           move rb-account (r) to bal-account
           move rb-prior (r) to bal-prior
           move rb-activity (r) to bal-activity
           compute bal-new = rb-prior (r) + rb-activity (r).

       print-replay-section.
           move replay-head-line to report-line
           perform write-report-line
           move replay-column-line to report-line
           perform write-report-line
           if run-count is equal to zero
               move no-runs-line to report-line
               perform write-report-line
           end-if
           perform varying u from 1 by 1
                   until u is greater than run-count
               move ru-number (u) to rl-run
               move ru-date (u) to rl-date
               move ru-lines (u) to rl-lines
               move ru-net (u) to rl-net
               move replay-line to report-line
               perform write-report-line
           end-perform
           if lines-beyond is greater than zero
               move lines-beyond to bl-count
               move beyond-line to report-line
               perform write-report-line
           end-if.

      * both sides in account order, walked together - an account
      * on one side only is reported as such
       print-proof-section.
           move spaces to report-line
           perform write-report-line
           move proof-head-line to report-line
           perform write-report-line
           open input balance-file
           if balmstr-status equal "00"
               move "Y" to live-available-switch
           else
               move balmstr-status to lu-status
               move live-unavailable-line to report-line
               perform write-report-line
           end-if
           move proof-column-line to report-line
           perform write-report-line
           move 1 to r
           perform read-live-master
           perform until r is greater than rebuilt-count
                   and live-eof
               evaluate true
                   when r is greater than rebuilt-count
                       perform prove-live-only
                   when live-eof
                       perform prove-rebuilt-only
                   when rb-account (r) is less than live-key
                       perform prove-rebuilt-only
                   when rb-account (r) is greater than live-key
                       perform prove-live-only
                   when other
                       perform prove-both-sides
               end-evaluate
           end-perform
           if live-available
               close balance-file
           end-if
           move spaces to report-line
           perform write-report-line
           move "Accounts agreeing:" to tl-label
           move agree-count to tl-count
           move total-line to report-line
           perform write-report-line
           move "Accounts differing:" to tl-label
           move differ-count to tl-count
           move total-line to report-line
           perform write-report-line
           move "Rebuilt only:" to tl-label
           move rebuilt-only-count to tl-count
           move total-line to report-line
           perform write-report-line
           move "Live only:" to tl-label
           move live-only-count to tl-count
           move total-line to report-line
           perform write-report-line
           move "Rebuilt closing total:" to al-label
           move rebuilt-total to al-amount
           move amount-line to report-line
           perform write-report-line
           move "Live closing total:" to al-label
           move live-total to al-amount
           move amount-line to report-line
           perform write-report-line.

       read-live-master.
           if not live-available
               move "Y" to live-eof-switch
               exit paragraph
           end-if
           read balance-file next record
               at end
                   move "Y" to live-eof-switch
               not at end
                   move bal-master-account to live-key
                   add bal-master-new to live-total
           end-read.

       prove-both-sides.
           compute rebuilt-new = rb-prior (r) + rb-activity (r)
           add rebuilt-new to rebuilt-total
           compute difference-amount = rebuilt-new - bal-master-new
           move rb-account (r) to pl-account
           move rebuilt-new to pl-rebuilt
           move bal-master-new to pl-live
           move difference-amount to pl-difference
           if difference-amount equal zero
               and rb-prior (r) equal bal-master-prior
               move "agrees" to pl-status
               add 1 to agree-count
           else
               move "*DIFFERS*" to pl-status
               add 1 to differ-count
           end-if
           move proof-line to report-line
           perform write-report-line
           add 1 to r
           perform read-live-master.

       prove-rebuilt-only.
           compute rebuilt-new = rb-prior (r) + rb-activity (r)
           add rebuilt-new to rebuilt-total
           move rb-account (r) to pl-account
           move rebuilt-new to pl-rebuilt
           move zero to pl-live
           move rebuilt-new to pl-difference
           move "REBUILT ONLY" to pl-status
           if live-available
               add 1 to rebuilt-only-count
           end-if
           move proof-line to report-line
           perform write-report-line
           add 1 to r.

       prove-live-only.
           move live-key to pl-account
           move zero to pl-rebuilt
           move bal-master-new to pl-live
           compute difference-amount = zero - bal-master-new
           move difference-amount to pl-difference
           move "LIVE ONLY" to pl-status
           add 1 to live-only-count
           move proof-line to report-line
           perform write-report-line
           perform read-live-master.

      * the confirmed swap: the live master is reloaded whole from
      * the rebuilt table
       swap-rebuilt-master.
           open output balance-file
           if balmstr-status not equal "00"
               display "BalRecover: unable to reload BALMSTR, "
                   "status " balmstr-status
               move RC-ERROR to return-code
               stop run
           end-if
           perform varying r from 1 by 1
                   until r is greater than rebuilt-count
               perform build-rebuilt-record
               move ws-balance-record to balance-master-record
               write balance-master-record
           end-perform
           close balance-file
           move spaces to report-line
           perform write-report-line
           move "  RCVCONF=Y - rebuilt master loaded over BALMSTR"
               to report-line
           perform write-report-line.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move recover-date to rh2-date
           move base-date to rh2-base
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
           move "BalRecover" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move rebuilt-count to aud-accounts
           move run-count to aud-runs
           string "Date: " recover-date " Runs: " aud-runs
               delimited by size into aud-input-summary
           string "Accounts: " aud-accounts
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program BalRecover.
