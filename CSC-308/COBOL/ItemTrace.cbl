      *****************************************************************
      *                                                               *
      * ItemTrace                                                     *
      *                                                               *
      * Follows one posted item through its whole life, so a          *
      * dispute no longer means five people pulling five files.       *
      * The posting journal line is the spine; each stop along the    *
      * way is looked up off the file that recorded it:               *
      *                                                               *
      *     the feed it arrived on - name, creation date, and the     *
      *         record's position, off the journal line - the         *
      *         operator who keyed it for a KeyEntry batch, and       *
      *         that feed's fingerprint on FEEDREG                    *
      *     any limit or dormancy hold on PENDING that was released   *
      *         into it (same account, same effect)                   *
      *     the journal effect itself, and for a VOID or an RVRS      *
      *         the item it backed out                                *
      *     for one leg of an XFER, the transfer reference both       *
      *         legs share                                            *
      *     any later VOID on the journal that backed it out, or      *
      *         the RVRS of a RunBackout of its whole run             *
      *     the GL extract run that carried its run (GLEXTDN)         *
      *     the account's balance on BALHIST for the posting date     *
      *                                                               *
      * Selection (JCL PARM / environment variable):                  *
      *                                                               *
      *     TRCRUN=run number and TRCITEM=item number - the one       *
      *         item, zero-filled as the reports print them           *
      *     TRCACCT=account and TRCDATE=yyyymmdd - every posting to   *
      *         the account that processing date, each traced in      *
      *         turn (suspense entries included)                      *
      *                                                               *
      * Lines journaled before the source fields existed trace as     *
      * far as the journal, extract and balance history go. The       *
      * report goes to TRCRPT, in TrialBalance's heading/paging       *
      * style.                                                        *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. ItemTrace.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select journal-file assign to "POSTJRNL"
               organization is line sequential
               file status is jrnl-status.
           select feed-register-file assign to "FEEDREG"
               organization is line sequential
               file status is feedreg-status.
           select pending-file assign to "PENDING"
               organization is line sequential
               file status is pending-status.
           select extracted-runs-file assign to "GLEXTDN"
               organization is line sequential
               file status is glextdn-status.
           select history-file assign to "BALHIST"
               organization is line sequential
               file status is balhist-status.
           select report-file assign to "TRCRPT"
               organization is line sequential
               file status is rpt-status.

       data division.
       file section.
       fd  journal-file.
       01  journal-record pic x(94).

       fd  feed-register-file.
       01  feed-register-record pic x(37).

       fd  pending-file.
       01  pending-record pic x(58).

      * the register of runs already sent, with the extract run
      * that carried each one
       fd  extracted-runs-file.
       01  extracted-runs-record.
           05  xd-run pic x(9).
           05  xd-extract-run pic x(9).
           05  xd-extract-date pic x(8).

       fd  history-file.
       01  history-record pic x(46).

       fd  report-file.
       01  report-line pic x(80).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  jrnl-status pic xx.
       01  feedreg-status pic xx.
       01  pending-status pic xx.
       01  glextdn-status pic xx.
       01  balhist-status pic xx.
       01  rpt-status pic xx.
           copy "WS-JOURNAL-RECORD".
           copy "WS-FEEDREG-RECORD".
           copy "WS-BALANCE-RECORD".
       01  journal-eof-switch pic x value "N".
           88  journal-eof value "Y".
       01  feedreg-eof-switch pic x value "N".
           88  feedreg-eof value "Y".
       01  pending-eof-switch pic x value "N".
           88  pending-eof value "Y".
       01  extracted-eof-switch pic x value "N".
           88  extracted-eof value "Y".
       01  history-eof-switch pic x value "N".
           88  history-eof value "Y".
      * one pending line taken apart - PendRelease's layout
       01  ws-pending-record.
           05  pend-status pic x.
               88  pend-released value "R".
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
      * one history line taken apart - the filed date, then the
      * account's balances as the master closed them
       01  ws-history-record.
           05  bh-date pic x(8).
           05  bh-balance-record pic x(38).
      * the selection off the JCL PARMs
       01  trcrun-value pic x(9).
       01  trcitem-value pic x(7).
       01  trcacct-value pic x(8).
       01  trcdate-value pic x(8).
       01  trace-mode-switch pic x value space.
           88  trace-by-item value "I".
           88  trace-by-account value "A".
       01  trace-run pic 9(9).
       01  trace-item pic 9(7).
      * the journal lines being traced, with what each stop of the
      * trace turned up - an account's day is rarely more than a
      * handful of lines; past the ceiling the report says so
       01  trace-count pic 9(3) comp-3 value zero.
       01  max-trace-size pic 9(3) comp-3 value 50.
       01  trace-dropped-count pic 9(5) comp-3 value zero.
       01  trace-table.
           05  trace-entry occurs 1 to 50 times
                   depending on trace-count.
               10  tt-record pic x(94).
               10  tt-feed-found pic x.
                   88  tt-feed-on-register value "Y".
               10  tt-feed-count pic 9(7).
               10  tt-feed-hash pic s9(11)v99 comp-3.
               10  tt-hold-found pic x.
                   88  tt-hold-on-file value "Y".
               10  tt-hold-run pic 9(9).
               10  tt-hold-date pic x(8).
               10  tt-hold-eff-date pic x(8).
               10  tt-void-found pic x.
                   88  tt-voided value "Y" "B".
                   88  tt-backed-out value "B".
               10  tt-void-item pic 9(7).
               10  tt-void-run pic 9(9).
               10  tt-void-date pic x(8).
               10  tt-extract-found pic x.
                   88  tt-extracted value "Y".
                   88  tt-extract-carrier-unknown value "U".
               10  tt-extract-run pic x(9).
               10  tt-extract-date pic x(8).
               10  tt-balance-found pic x.
                   88  tt-balance-on-file value "Y".
               10  tt-balance-record pic x(38).
       01  t pic 9(3) comp-3.
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Item Trace".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  selection-item-line.
           05  filler pic x(22) value "Trace of item number ".
           05  sil-item pic 9(7).
           05  filler pic x(8) value " in run ".
           05  sil-run pic 9(9).
       01  selection-account-line.
           05  filler pic x(26) value "Trace of every posting to ".
           05  sal-account pic x(8).
           05  filler pic x(4) value " on ".
           05  sal-date pic x(8).
       01  item-heading.
           05  filler pic x(5) value "Item ".
           05  ih-item pic 9(7).
           05  filler pic x(6) value "  run ".
           05  ih-run pic 9(9).
           05  filler pic x(9) value "  posted ".
           05  ih-date pic x(8).
       01  feed-line.
           05  filler pic x(15) value "  Feed       : ".
           05  fl-name pic x(8).
           05  filler pic x(9) value " created ".
           05  fl-date pic x(8).
           05  filler pic x(8) value "  record".
           05  fl-item pic z(6)9.
       01  operator-line.
           05  filler pic x(15) value "  Keyed by   : ".
           05  ol-operator pic x(8).
       01  fingerprint-line.
           05  filler pic x(15) value "  Fingerprint: ".
           05  fpl-count pic z(6)9.
           05  filler pic x(16) value " records, hash ".
           05  fpl-hash pic -(11)9.99.
       01  hold-line.
           05  filler pic x(15) value "  Hold       : ".
           05  filler pic x(9) value "held run ".
           05  hl-run pic 9(9).
           05  filler pic x(4) value " on ".
           05  hl-date pic x(8).
           05  filler pic x(11) value ", effective".
           05  filler pic x value space.
           05  hl-eff-date pic x(8).
           05  filler pic x(10) value ", released".
       01  journal-line.
           05  filler pic x(15) value "  Journal    : ".
           05  jl-account pic x(8).
           05  filler pic x value space.
           05  jl-dept pic x(3).
           05  filler pic x value space.
           05  jl-code pic x(4).
           05  filler pic x(8) value "  effect".
           05  jl-effect pic -(10)9.
       01  reverses-line.
           05  filler pic x(15) value "  Reverses   : ".
           05  filler pic x(5) value "item ".
           05  rl-item pic 9(7).
       01  transfer-line.
           05  filler pic x(15) value "  Transfer   : ".
           05  filler pic x(14) value "leg of xfer ".
           05  xfl-ref pic 9(7).
       01  void-line.
           05  vl-label pic x(15).
           05  filler pic x(8) value "by item ".
           05  vl-item pic 9(7).
           05  filler pic x(5) value " run ".
           05  vl-run pic 9(9).
           05  filler pic x(4) value " on ".
           05  vl-date pic x(8).
       01  extract-line.
           05  filler pic x(15) value "  GL extract : ".
           05  filler pic x(12) value "extract run ".
           05  xl-run pic x(9).
           05  filler pic x(4) value " on ".
           05  xl-date pic x(8).
       01  balance-line.
           05  filler pic x(15) value "  Balance    : ".
           05  filler pic x(6) value "prior ".
           05  bl-prior pic -(10)9.
           05  filler pic x(10) value "  activity".
           05  bl-activity pic -(10)9.
           05  filler pic x(6) value "  new ".
           05  bl-new pic -(10)9.
       01  status-line.
           05  sl-label pic x(15).
           05  sl-text pic x(50).
       01  no-data-line pic x(40)
               value "  (no matching posting on the journal)".
       01  dropped-line.
           05  filler pic x(34)
                   value "  *** postings not traced (full): ".
           05  dpl-count pic zzzz9.

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           perform read-selection
           if trace-mode-switch equal space
               display "ItemTrace: set TRCRUN and TRCITEM, or "
                   "TRCACCT and TRCDATE"
               move RC-ERROR to return-code
               stop run
           end-if

           perform find-journal-lines
           if trace-count is greater than zero
               perform find-later-voids
               perform find-feed-fingerprints
               perform find-pending-holds
               perform find-extract-runs
               perform find-balance-history
           end-if

           open output report-file
           perform start-new-page
           if trace-by-item
               move trace-item to sil-item
               move trace-run to sil-run
               move selection-item-line to report-line
           else
               move trcacct-value to sal-account
               move trcdate-value to sal-date
               move selection-account-line to report-line
           end-if
           perform write-report-line
           if trace-count is equal to zero
               move spaces to report-line
               perform write-report-line
               move no-data-line to report-line
               perform write-report-line
           else
               perform varying t from 1 by 1
                   until t is greater than trace-count
                   perform print-one-trace
               end-perform
           end-if
           if trace-dropped-count is greater than zero
               move trace-dropped-count to dpl-count
               move dropped-line to report-line
               perform write-report-line
           end-if
           close report-file

           display "ItemTrace: " trace-count " posting(s) traced"
           if trace-dropped-count is greater than zero
               move "ItemTrace" to alert-program-id
               move "WARNING" to alert-severity
               move "TRACE-DROPPED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * run and item together name one posting; account and date
      * name a day's postings - anything less is refused
       read-selection.
           move spaces to trcrun-value
           move spaces to trcitem-value
           move spaces to trcacct-value
           move spaces to trcdate-value
           accept trcrun-value from environment "TRCRUN"
           accept trcitem-value from environment "TRCITEM"
           accept trcacct-value from environment "TRCACCT"
           accept trcdate-value from environment "TRCDATE"
           if trcrun-value not equal spaces
               and trcitem-value not equal spaces
               if trcrun-value is numeric
                   and trcitem-value is numeric
                   move trcrun-value to trace-run
                   move trcitem-value to trace-item
                   move "I" to trace-mode-switch
               end-if
               exit paragraph
           end-if
           if trcacct-value not equal spaces
               and trcdate-value is numeric
               move "A" to trace-mode-switch
           end-if.

      * the posting lines themselves - the spine of the trace
       find-journal-lines.
           open input journal-file
           if jrnl-status not equal "00"
               display "ItemTrace: no POSTJRNL, status " jrnl-status
               exit paragraph
           end-if
           perform until journal-eof
               read journal-file
                   at end
                       move "Y" to journal-eof-switch
                   not at end
                       move journal-record to ws-journal-record
                       perform select-journal-line
               end-read
           end-perform
           close journal-file
           move "N" to journal-eof-switch.

       select-journal-line.
           if trace-by-item
               if jr-run-number not equal trace-run
                   or jr-item not equal trace-item
                   exit paragraph
               end-if
           else
               if jr-account not equal trcacct-value
                   or jr-run-date not equal trcdate-value
                   exit paragraph
               end-if
           end-if
           if trace-count is equal to max-trace-size
               add 1 to trace-dropped-count
               exit paragraph
           end-if
           add 1 to trace-count
           move ws-journal-record to tt-record (trace-count)
           move "N" to tt-feed-found (trace-count)
           move "N" to tt-hold-found (trace-count)
           move "N" to tt-void-found (trace-count)
           move "N" to tt-extract-found (trace-count)
           move "N" to tt-balance-found (trace-count).

      * a second journal pass for the VOIDs naming a traced item,
      * and the RVRS lines of a run backout that reversed one -
      * item numbers never restart, so the reference is enough
       find-later-voids.
           open input journal-file
           if jrnl-status not equal "00"
               exit paragraph
           end-if
           perform until journal-eof
               read journal-file
                   at end
                       move "Y" to journal-eof-switch
                   not at end
                       move journal-record to ws-journal-record
                       if (jr-code equal "VOID"
                               or jr-code equal "RVRS")
                           and jr-ref is numeric
                           and jr-ref is greater than zero
                           perform match-void-line
                       end-if
               end-read
           end-perform
           close journal-file.

       match-void-line.
           perform varying t from 1 by 1
                   until t is greater than trace-count
               if tt-record (t) (16:7) equal jr-ref
                   if jr-code equal "RVRS"
                       move "B" to tt-void-found (t)
                   else
                       move "Y" to tt-void-found (t)
                   end-if
                   move jr-item to tt-void-item (t)
                   move jr-run-number to tt-void-run (t)
                   move jr-run-date to tt-void-date (t)
               end-if
           end-perform.

      * the fingerprint each traced feed left on the register - name
      * and creation date identify the feed
       find-feed-fingerprints.
           open input feed-register-file
           if feedreg-status not equal "00"
               exit paragraph
           end-if
           perform until feedreg-eof
               read feed-register-file
                   at end
                       move "Y" to feedreg-eof-switch
                   not at end
                       move feed-register-record to ws-feedreg-record
                       perform match-feed-fingerprint
               end-read
           end-perform
           close feed-register-file.

       match-feed-fingerprint.
           perform varying t from 1 by 1
                   until t is greater than trace-count
               move tt-record (t) to ws-journal-record
               if jr-feed-name not equal spaces
                   and jr-feed-name equal fr-feed-name
                   and jr-feed-date equal fr-creation-date
                   move "Y" to tt-feed-found (t)
                   move fr-record-count to tt-feed-count (t)
                   move fr-hash-total to tt-feed-hash (t)
               end-if
           end-perform.

      * a released hold for the same account and effect, entered on
      * or before the posting date - the release folded it back into
      * the feed, so the journal line is its posting
       find-pending-holds.
           open input pending-file
           if pending-status not equal "00"
               exit paragraph
           end-if
           perform until pending-eof
               read pending-file
                   at end
                       move "Y" to pending-eof-switch
                   not at end
                       move pending-record to ws-pending-record
                       if pend-released
                           perform match-pending-hold
                       end-if
               end-read
           end-perform
           close pending-file.

       match-pending-hold.
           perform varying t from 1 by 1
                   until t is greater than trace-count
               move tt-record (t) to ws-journal-record
               if pend-account equal jr-account
                   and pend-effect equal jr-effect
                   and pend-entry-date is not greater than
                       jr-run-date
                   move "Y" to tt-hold-found (t)
                   move pend-run-number to tt-hold-run (t)
                   move pend-entry-date to tt-hold-date (t)
                   move pend-eff-date to tt-hold-eff-date (t)
               end-if
           end-perform.

      * the extract run that sent each traced posting's run to the
      * corporate GL - a register line from before the carrier was
      * recorded proves the run went, not which extract took it
       find-extract-runs.
           open input extracted-runs-file
           if glextdn-status not equal "00"
               exit paragraph
           end-if
           perform until extracted-eof
               read extracted-runs-file
                   at end
                       move "Y" to extracted-eof-switch
                   not at end
                       if xd-run is numeric
                           perform match-extract-run
                       end-if
               end-read
           end-perform
           close extracted-runs-file.

       match-extract-run.
           perform varying t from 1 by 1
                   until t is greater than trace-count
               move tt-record (t) to ws-journal-record
               if xd-run equal jr-run-number
                   if xd-extract-run is numeric
                       move "Y" to tt-extract-found (t)
                       move xd-extract-run to tt-extract-run (t)
                       move xd-extract-date to tt-extract-date (t)
                   else
                       move "U" to tt-extract-found (t)
                   end-if
               end-if
           end-perform.

      * the account's filed balance for the posting date - the
      * supplemental cycle refiles the date, so the last line wins
       find-balance-history.
           open input history-file
           if balhist-status not equal "00"
               exit paragraph
           end-if
           perform until history-eof
               read history-file
                   at end
                       move "Y" to history-eof-switch
                   not at end
                       move history-record to ws-history-record
                       move bh-balance-record to ws-balance-record
                       perform match-balance-history
               end-read
           end-perform
           close history-file.

       match-balance-history.
           perform varying t from 1 by 1
                   until t is greater than trace-count
               move tt-record (t) to ws-journal-record
               if bh-date equal jr-run-date
                   and bal-account equal jr-account
                   move "Y" to tt-balance-found (t)
                   move bh-balance-record to tt-balance-record (t)
               end-if
           end-perform.

      * one posting's life, stop by stop
       print-one-trace.
           move tt-record (t) to ws-journal-record
           move spaces to report-line
           perform write-report-line
           move jr-item to ih-item
           move jr-run-number to ih-run
           move jr-run-date to ih-date
           move item-heading to report-line
           perform write-report-line

           if jr-feed-name equal spaces
               move "  Feed       : " to sl-label
               move "not recorded on this journal line" to sl-text
               perform write-status-line
           else
               move jr-feed-name to fl-name
               move jr-feed-date to fl-date
               move jr-feed-item to fl-item
               move feed-line to report-line
               perform write-report-line
               if jr-operator not equal spaces
                   move jr-operator to ol-operator
                   move operator-line to report-line
                   perform write-report-line
               end-if
               move "  Fingerprint: " to sl-label
               evaluate true
                   when tt-feed-on-register (t)
                       move tt-feed-count (t) to fpl-count
                       move tt-feed-hash (t) to fpl-hash
                       move fingerprint-line to report-line
                       perform write-report-line
                   when jr-feed-name equal "ADDPARM"
                       or jr-feed-name equal "CMPSUSP"
                       move "none - not a registered feed" to sl-text
                       perform write-status-line
                   when other
                       move "not on FEEDREG" to sl-text
                       perform write-status-line
               end-evaluate
           end-if

           if tt-hold-on-file (t)
               move tt-hold-run (t) to hl-run
               move tt-hold-date (t) to hl-date
               move tt-hold-eff-date (t) to hl-eff-date
               move hold-line to report-line
               perform write-report-line
           else
               move "  Hold       : " to sl-label
               move "none on PENDING" to sl-text
               perform write-status-line
           end-if

           move jr-account to jl-account
           move jr-dept to jl-dept
           move jr-code to jl-code
           move jr-effect to jl-effect
           move journal-line to report-line
           perform write-report-line
           if (jr-code equal "VOID" or jr-code equal "RVRS")
               and jr-ref is numeric
               and jr-ref is greater than zero
               move jr-ref to rl-item
               move reverses-line to report-line
               perform write-report-line
           end-if
           if jr-xfer-ref is numeric
               and jr-xfer-ref is greater than zero
               move jr-xfer-ref to xfl-ref
               move transfer-line to report-line
               perform write-report-line
           end-if

           if tt-voided (t)
               if tt-backed-out (t)
                   move "  Backed out : " to vl-label
               else
                   move "  Voided     : " to vl-label
               end-if
               move tt-void-item (t) to vl-item
               move tt-void-run (t) to vl-run
               move tt-void-date (t) to vl-date
               move void-line to report-line
               perform write-report-line
           else
               move "  Voided     : " to sl-label
               move "not voided" to sl-text
               perform write-status-line
           end-if

           move "  GL extract : " to sl-label
           evaluate true
               when tt-extracted (t)
                   move tt-extract-run (t) to xl-run
                   move tt-extract-date (t) to xl-date
                   move extract-line to report-line
                   perform write-report-line
               when tt-extract-carrier-unknown (t)
                   move "sent - extract run not recorded" to sl-text
                   perform write-status-line
               when other
                   move "not yet extracted" to sl-text
                   perform write-status-line
           end-evaluate

           if tt-balance-on-file (t)
               move tt-balance-record (t) to ws-balance-record
               move bal-prior to bl-prior
               move bal-activity to bl-activity
               move bal-new to bl-new
               move balance-line to report-line
               perform write-report-line
           else
               move "  Balance    : " to sl-label
               move "no BALHIST line for the posting date" to sl-text
               perform write-status-line
           end-if.

       write-status-line.
           move status-line to report-line
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

       end program ItemTrace.
