      *****************************************************************
      *                                                               *
      * RunBackout                                                    *
      *                                                               *
      * Backs out a whole run's postings at once. A VOID reaches one  *
      * item, so a night whose ADDIN turned out to be the wrong       *
      * day's file used to mean keying hundreds of them. BKRUN=run    *
      * number (JCL PARM / environment variable) names the run; its   *
      * lines are read off the posting journal (POSTJRNL) and each    *
      * one's exact negation goes onto the BKADDIN feed, packed       *
      * ADDIN layout with the shop-standard HDR/TRL bracket and hash  *
      * total:                                                        *
      *                                                               *
      *     code RVRS, the line's own account and department, the     *
      *         negated journal effect, and the item it reverses in   *
      *         the reference - a line larger than one feed item's    *
      *         two packed halves goes out as several items           *
      *     the header names the run being backed out, which is       *
      *         what lets Add post RVRS at all: it journals them as   *
      *         reversals of that run, not new business - no hold,    *
      *         limit, conversion or funds check, as for a VOID -     *
      *         and flips each reversed item on its register so it    *
      *         can no longer be voided                               *
      *                                                               *
      * Left out, and listed:                                         *
      *                                                               *
      *     an item already backed out by a VOID on the journal,      *
      *         whichever night the VOID posted - it is never         *
      *         reversed twice                                        *
      *     a VOID in the run of an item the same run posted - the    *
      *         pair netted to nothing, so neither comes back         *
      *     a line whose account is closed or no longer on the        *
      *         master - Add could not post it; settle it by hand,    *
      *         and the run ends RC-WARNING                           *
      *                                                               *
      * Everything else in the run is reversed as it posted - XFER    *
      * legs each on their own account, suspense entries, and the     *
      * run's VOIDs of items from earlier runs (so what they backed   *
      * out comes back). An invoice payment comes off the ledger,     *
      * but the invoice register is not reopened - rebill it by       *
      * hand.                                                         *
      *                                                               *
      * The backout goes on the run backout register RUNREV as G      *
      * (generated); Add marks it P when it posts BKADDIN, as a       *
      * correction cycle under the same processing date (ADDINFEED=   *
      * BKADDIN, ADDCYCLE=SUPP). Post it before keying any further    *
      * VOID against the run. GlExtract sends the posted reversal     *
      * to head office against the run it undoes. A run already       *
      * marked P refuses a second backout; a rerun before Add has     *
      * posted the feed replaces it. A BKADDIN still unposted for a   *
      * different run is never overwritten - the run refuses until    *
      * it is posted. A run that is itself a backout cannot be        *
      * backed out.                                                   *
      *                                                               *
      * BKRPT lists every line of the run with what became of it;     *
      * it is kept through ReportKeep, and the run leaves an audit    *
      * line. Run on request, not from JOBSCHED.                      *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. RunBackout.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select journal-file assign to "POSTJRNL"
               organization is line sequential
               file status is jrnl-status.
           select backout-feed-file assign to "BKADDIN"
               organization is sequential
               file status is bkaddin-status.
           select backout-register-file assign to "RUNREV"
               organization is line sequential
               file status is runrev-status.
           select report-file assign to "BKRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  journal-file.
       01  journal-record pic x(94).

      * the backout feed, in the packed ADDIN layout with the
      * shop-standard control records - the header carries the run
      * being backed out where Add looks for it
       fd  backout-feed-file.
       01  backout-feed-record.
           05  bkf-account pic x(8).
           05  bkf-dept pic x(3).
           05  bkf-code pic x(4).
           05  bkf-ref pic 9(7) comp-3.
           05  bkf-number1 pic s9(6) comp-3.
           05  bkf-number2 pic s9(6) comp-3.
           05  bkf-eff-date pic x(8).
           05  bkf-contra-account pic x(8).
       01  backout-feed-header.
           05  bkh-record-type pic x(3).
               88  backout-header value "HDR".
           05  bkh-feed-name pic x(8).
           05  bkh-creation-date pic x(8).
           05  bkh-operator pic x(8).
           05  bkh-reversed-run pic 9(9).
           05  filler pic x(7).
       01  backout-feed-trailer.
           05  bkt-record-type pic x(3).
               88  backout-trailer value "TRL".
           05  bkt-record-count pic 9(7) comp-3.
           05  bkt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  backout-register-file.
       01  backout-register-record pic x(84).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  jrnl-status pic xx.
       01  bkaddin-status pic xx.
       01  runrev-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-JOURNAL-RECORD".
           copy "WS-RUNREV-RECORD".
           copy "WS-EOF-SWITCH".
       01  scan-eof-switch pic x value "N".
           88  scan-eof value "Y".
      * the run asked for, off the JCL PARM
       01  bkrun-value pic x(9).
       01  backout-run pic 9(9) value zero.
       01  backout-run-date pic x(8) value spaces.
      * the register, held for the rewrite - an earlier unposted
      * backout of the same run drops and goes back out as tonight's
       01  register-count pic 9(5) comp-3 value zero.
       01  max-register-size pic 9(5) comp-3 value 2000.
       01  register-table.
           05  register-entry occurs 2000 times.
               10  rg-record pic x(84).
       01  rg pic 9(5) comp-3.
       01  prior-backout-switch pic x value "N".
           88  prior-backout-replaced value "Y".
      * the backout feed an earlier run left, if any, and whether the
      * register shows Add has posted it
       01  carried-feed-switch pic x value "N".
           88  carried-feed-present value "Y".
       01  carried-run pic 9(9) value zero.
       01  carried-count pic 9(7) comp-3 value zero.
       01  carried-posted-switch pic x.
           88  carried-feed-posted value "Y".
      * every item a VOID on the journal has backed out, and the
      * VOID's own item - so none is reversed a second time
       01  voided-count pic 9(5) comp-3 value zero.
       01  max-voided-size pic 9(5) comp-3 value 2000.
       01  voided-table.
           05  voided-entry occurs 2000 times.
               10  vt-item pic 9(7).
               10  vt-void-item pic 9(7).
       01  v pic 9(5) comp-3.
       01  voided-by pic 9(7).
      * every item the run posted - a VOID in the run of one of its
      * own items is left out along with the item
       01  run-item-count pic 9(5) comp-3 value zero.
       01  max-run-item-size pic 9(5) comp-3 value 20000.
       01  run-item-table.
           05  run-item pic 9(7) comp-3 occurs 20000 times.
       01  ri pic 9(5) comp-3.
       01  run-item-found-switch pic x.
           88  run-item-found value "Y".
      * what the first journal pass found of the run
       01  run-line-count pic 9(7) comp-3 value zero.
       01  run-reversal-switch pic x value "N".
           88  run-is-backout value "Y".
      * one line onto the feed, as many items as its size needs
       01  leg-rest pic s9(11) comp-3.
       01  item-amount pic s9(7) comp-3.
       01  item-number1 pic s9(6) comp-3.
       01  item-number2 pic s9(6) comp-3.
       01  line-items pic 9(3) comp-3.
       01  feed-count pic 9(7) comp-3 value zero.
       01  feed-hash pic s9(11) comp-3 value zero.
      * the account master, for the lines Add could not post
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-closed value "C".
           88  acct-lookup-unavailable value "U".
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
      * run bookkeeping
       01  lines-reversed pic 9(7) comp-3 value zero.
       01  lines-voided pic 9(7) comp-3 value zero.
       01  lines-own-void pic 9(7) comp-3 value zero.
       01  lines-unpostable pic 9(7) comp-3 value zero.
       01  lines-left-out pic 9(7) comp-3 value zero.
       01  posted-total pic s9(13) comp-3 value zero.
       01  reversed-total pic s9(13) comp-3 value zero.
       01  aud-run pic 9(9).
       01  aud-lines pic 9(7).
       01  aud-reversed pic 9(7).
       01  aud-left-out pic 9(7).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Run Backout".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  filler pic x(16) value "Backing out run ".
           05  rh2-run pic 9(9).
           05  filler pic x(11) value " posted on ".
           05  rh2-date pic x(8).
       01  column-heading.
           05  filler pic x(9) value "Item".
           05  filler pic x(10) value "Account".
           05  filler pic x(5) value "Dept".
           05  filler pic x(5) value "Code".
           05  filler pic x(12) value "     Posted".
           05  filler pic x(14) value "    Reversal".
           05  filler pic x(4) value "Note".
       01  detail-line.
           05  dl-item pic 9(7).
           05  filler pic x(2) value spaces.
           05  dl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-dept pic x(3).
           05  filler pic x(2) value spaces.
           05  dl-code pic x(4).
           05  filler pic x value space.
           05  dl-posted pic -(10)9.
           05  filler pic x value space.
           05  dl-reversal pic -(10)9 blank when zero.
           05  filler pic x(2) value spaces.
           05  dl-note pic x(26).
       01  voided-note.
           05  filler pic x(8) value "VOID by ".
           05  vn-item pic 9(7).
           05  filler pic x(11) value ", left out".
       01  own-void-note.
           05  filler pic x(6) value "voids ".
           05  on-item pic 9(7).
           05  filler pic x(11) value ", left out".
       01  split-note.
           05  sn-items pic zz9.
           05  filler pic x(11) value " feed items".
       01  total-line.
           05  tl-label pic x(30).
           05  tl-count pic z(6)9.
       01  amount-total-line.
           05  atl-label pic x(30).
           05  atl-amount pic -(12)9.
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move spaces to bkrun-value
           accept bkrun-value from environment "BKRUN"
           if bkrun-value is not numeric
               display "RunBackout: BKRUN must name the run to back "
                   "out, nine digits - run refused"
               move RC-ERROR to return-code
               stop run
           end-if
           move bkrun-value to backout-run
           if backout-run is equal to zero
               display "RunBackout: BKRUN must name the run to back "
                   "out, nine digits - run refused"
               move RC-ERROR to return-code
               stop run
           end-if
           perform load-backout-register
           perform check-carried-feed
           perform scan-journal-for-run

           open output report-file
           perform start-new-page
           open output backout-feed-file
           move spaces to backout-feed-record
           move "HDR" to bkh-record-type
           move "BKADDIN" to bkh-feed-name
           move run-date to bkh-creation-date
           move spaces to bkh-operator
           move backout-run to bkh-reversed-run
           write backout-feed-record from backout-feed-header
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           move "N" to end-of-file-switch
           open input journal-file
           perform until end-of-file
               read journal-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       move journal-record to ws-journal-record
                       if jr-run-number is numeric
                           and jr-run-number equal backout-run
                           perform reverse-one-line
                       end-if
               end-read
           end-perform
           close journal-file
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record
           move spaces to backout-feed-record
           move "TRL" to bkt-record-type
           move feed-count to bkt-record-count
           move feed-hash to bkt-hash-total
           write backout-feed-record from backout-feed-trailer
           close backout-feed-file

           perform rewrite-backout-register
           perform print-totals
           close report-file
           move "BKRPT" to keep-report-name
           move page-number to keep-pages
           move run-line-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-audit-record
           display "RunBackout: run " backout-run " - "
               lines-reversed " line(s) reversed, " lines-left-out
               " left out, " feed-count " item(s) on BKADDIN"
           if lines-unpostable is greater than zero
               move "RunBackout" to alert-program-id
               move "WARNING" to alert-severity
               move "LINES-LEFT-OUT" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the register in - a run already backed out and posted is
      * done, and a second backout would reverse it twice; one
      * backed out but not yet posted is replaced by this run
       load-backout-register.
           open input backout-register-file
           if runrev-status not equal "00"
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read backout-register-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       perform load-one-register-line
               end-read
           end-perform
           close backout-register-file.

       load-one-register-line.
           move backout-register-record to ws-runrev-record
           if rv-run-number is numeric
               and rv-run-number equal backout-run
               if rv-posted
                   display "RunBackout: run " backout-run
                       " already backed out, posted by run "
                       rv-posted-run " on " rv-posted-date
                       " - run refused"
                   move "RunBackout" to alert-program-id
                   move "WARNING" to alert-severity
                   move "ALREADY-REVERSED" to alert-reason
                   call "RaiseAlert" using alert-parms
                   close backout-register-file
                   move RC-WARNING to return-code
                   stop run
               end-if
               move "Y" to prior-backout-switch
               exit paragraph
           end-if
           if register-count is equal to max-register-size
               display "RunBackout: RUNREV exceeds "
                   max-register-size " line limit"
               close backout-register-file
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to register-count
           move ws-runrev-record to rg-record (register-count).

      * the feed an earlier run left on BKADDIN: posted, or for this
      * same run, it is replaced; still unposted for another run,
      * it must be posted first
       check-carried-feed.
           move "N" to carried-feed-switch
           open input backout-feed-file
           if bkaddin-status not equal "00"
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read backout-feed-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       evaluate true
                           when backout-header
                               move "Y" to carried-feed-switch
                               move bkh-reversed-run to carried-run
                           when backout-trailer
                               move bkt-record-count
                                   to carried-count
                       end-evaluate
               end-read
           end-perform
           close backout-feed-file
           if not carried-feed-present
               or carried-count is equal to zero
               or carried-run is not numeric
               or carried-run equal backout-run
               exit paragraph
           end-if
           move "N" to carried-posted-switch
           perform varying rg from 1 by 1
                   until rg is greater than register-count
               move rg-record (rg) to ws-runrev-record
               if rv-run-number equal carried-run
                   and rv-posted
                   move "Y" to carried-posted-switch
               end-if
           end-perform
           if not carried-feed-posted
               display "RunBackout: BKADDIN backing out run "
                   carried-run " not yet posted by Add - run "
                   "refused until it is"
               move RC-ERROR to return-code
               stop run
           end-if.

      * the first journal pass: every VOID's reference, the run's
      * own items, and whether the run is on the journal at all - a
      * run of nothing but RVRS lines is itself a backout
       scan-journal-for-run.
           open input journal-file
           if jrnl-status not equal "00"
               display "RunBackout: POSTJRNL not on file - run "
                   "refused"
               move RC-ERROR to return-code
               stop run
           end-if
           move "N" to end-of-file-switch
           perform until end-of-file
               read journal-file
                   at end
                       move "Y" to end-of-file-switch
                   not at end
                       perform scan-one-journal-line
               end-read
           end-perform
           close journal-file
           if run-line-count is equal to zero
               display "RunBackout: run " backout-run " has no "
                   "lines on POSTJRNL - run refused"
               move RC-ERROR to return-code
               stop run
           end-if
           if run-is-backout
               display "RunBackout: run " backout-run " is itself "
                   "a backout - run refused"
               move RC-ERROR to return-code
               stop run
           end-if
           if prior-backout-replaced
               display "RunBackout: run " backout-run " backed out "
                   "earlier but not yet posted - replaced"
           end-if.

       scan-one-journal-line.
           move journal-record to ws-journal-record
           if jr-code equal "VOID"
               and jr-ref is numeric
               and jr-ref is greater than zero
               if voided-count is equal to max-voided-size
                   display "RunBackout: more than " max-voided-size
                       " VOIDs on POSTJRNL"
                   close journal-file
                   move RC-ERROR to return-code
                   stop run
               end-if
               add 1 to voided-count
               move jr-ref to vt-item (voided-count)
               move jr-item to vt-void-item (voided-count)
           end-if
           if jr-run-number is numeric
               and jr-run-number equal backout-run
               add 1 to run-line-count
               move jr-run-date to backout-run-date
               if jr-code equal "RVRS"
                   move "Y" to run-reversal-switch
               end-if
               perform keep-run-item
           end-if.

      * the line's item onto the run's item table - both legs of an
      * XFER carry the one item, kept once
       keep-run-item.
           if jr-item is not numeric
               or jr-item is equal to zero
               exit paragraph
           end-if
           if run-item-count is greater than zero
               and run-item (run-item-count) equal jr-item
               exit paragraph
           end-if
           if run-item-count is equal to max-run-item-size
               display "RunBackout: run " backout-run " has more "
                   "than " max-run-item-size " items"
               close journal-file
               move RC-ERROR to return-code
               stop run
           end-if
           add 1 to run-item-count
           move jr-item to run-item (run-item-count).

      * is the VOID's reference one of the run's own items
       find-run-item.
           move "N" to run-item-found-switch
           perform varying ri from 1 by 1
                   until ri is greater than run-item-count
               if run-item (ri) equal jr-ref
                   move "Y" to run-item-found-switch
                   move run-item-count to ri
               end-if
           end-perform.

      * one line of the run: left out if a VOID already backed it
      * out, if it is a VOID of the run's own item, or if Add could
      * not post to its account, otherwise its negation onto the
      * feed
       reverse-one-line.
           move jr-item to dl-item
           move jr-account to dl-account
           move jr-dept to dl-dept
           move jr-code to dl-code
           move jr-effect to dl-posted
           move zero to dl-reversal
           add jr-effect to posted-total
           move zero to voided-by
           perform varying v from 1 by 1
                   until v is greater than voided-count
               if vt-item (v) equal jr-item
                   move vt-void-item (v) to voided-by
               end-if
           end-perform
           if voided-by is greater than zero
               add 1 to lines-voided
               add 1 to lines-left-out
               move voided-by to vn-item
               move voided-note to dl-note
               perform write-detail-line
               exit paragraph
           end-if
           if jr-code equal "VOID"
               and jr-ref is numeric
               and jr-ref is greater than zero
               perform find-run-item
               if run-item-found
                   add 1 to lines-own-void
                   add 1 to lines-left-out
                   move jr-ref to on-item
                   move own-void-note to dl-note
                   perform write-detail-line
                   exit paragraph
               end-if
           end-if
           call "AcctLookup" using jr-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               display "RunBackout: account master ACCTMSTR "
                   "unavailable"
               close journal-file
               close backout-feed-file
               move RC-ERROR to return-code
               stop run
           end-if
           if not acct-lookup-active and not acct-lookup-dormant
               add 1 to lines-unpostable
               add 1 to lines-left-out
               if acct-lookup-closed
                   move "account closed, left out" to dl-note
               else
                   move "not on master, left out" to dl-note
               end-if
               perform write-detail-line
               exit paragraph
           end-if
           compute leg-rest = zero - jr-effect
           move leg-rest to dl-reversal
           add leg-rest to reversed-total
           add 1 to lines-reversed
           perform emit-reversal-items
           move spaces to dl-note
           if line-items is greater than 1
               move line-items to sn-items
               move split-note to dl-note
           end-if
           perform write-detail-line.

      * the negation onto the feed - amounts past one item's two
      * packed halves go out as more items, each naming the item
      * reversed
       emit-reversal-items.
           move zero to line-items
           perform until leg-rest is equal to zero
               evaluate true
                   when leg-rest is greater than 1999998
                       move 1999998 to item-amount
                   when leg-rest is less than -1999998
                       move -1999998 to item-amount
                   when other
                       move leg-rest to item-amount
               end-evaluate
               subtract item-amount from leg-rest
               move zero to item-number2
               if item-amount is greater than 999999
                   compute item-number2 = item-amount - 999999
                   move 999999 to item-number1
               else
                   if item-amount is less than -999999
                       compute item-number2 = item-amount + 999999
                       move -999999 to item-number1
                   else
                       move item-amount to item-number1
                   end-if
               end-if
               move jr-account to bkf-account
               move jr-dept to bkf-dept
               move "RVRS" to bkf-code
               move jr-item to bkf-ref
               move item-number1 to bkf-number1
               move item-number2 to bkf-number2
               move run-date to bkf-eff-date
               move spaces to bkf-contra-account
               write backout-feed-record
               add 1 to feed-count
               add 1 to line-items
               add bkf-number1 bkf-number2 to feed-hash
           end-perform.

      * the register back out: the lines kept, then this backout as
      * G with the feed's fingerprint - Add marks it P on posting
       rewrite-backout-register.
           open output backout-register-file
           perform varying rg from 1 by 1
                   until rg is greater than register-count
               move rg-record (rg) to backout-register-record
               write backout-register-record
           end-perform
           move spaces to ws-runrev-record
           move backout-run to rv-run-number
           move backout-run-date to rv-run-date
           move "G" to rv-status
           move run-date to rv-backout-date
           move run-date to rv-feed-date
           move feed-count to rv-feed-count
           move feed-hash to rv-feed-hash
           move lines-reversed to rv-lines-reversed
           move lines-left-out to rv-lines-left-out
           move zero to rv-posted-run
           move spaces to rv-posted-date
           move ws-runrev-record to backout-register-record
           write backout-register-record
           close backout-register-file.

       write-detail-line.
           move detail-line to report-line
           perform write-report-line.

       print-totals.
           move spaces to report-line
           perform write-report-line
           move "Lines on the run:" to tl-label
           move run-line-count to tl-count
           perform write-total-line
           move "  reversed:" to tl-label
           move lines-reversed to tl-count
           perform write-total-line
           move "  left out, already voided:" to tl-label
           move lines-voided to tl-count
           perform write-total-line
           move "  left out, VOID of the run:" to tl-label
           move lines-own-void to tl-count
           perform write-total-line
           move "  left out, account closed:" to tl-label
           move lines-unpostable to tl-count
           perform write-total-line
           move "Items on BKADDIN:" to tl-label
           move feed-count to tl-count
           perform write-total-line
           move "Run's net posted:" to atl-label
           move posted-total to atl-amount
           move amount-total-line to report-line
           perform write-report-line
           move "Net reversed:" to atl-label
           move reversed-total to atl-amount
           move amount-total-line to report-line
           perform write-report-line.

       write-total-line.
           move total-line to report-line
           perform write-report-line.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move backout-run to rh2-run
           move backout-run-date to rh2-date
           move report-heading-2 to report-line
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
           move "RunBackout" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move backout-run to aud-run
           move run-line-count to aud-lines
           move lines-reversed to aud-reversed
           move lines-left-out to aud-left-out
           string "Run: " aud-run " Lines: " aud-lines
               delimited by size into aud-input-summary
           string "Rev: " aud-reversed " Out: " aud-left-out
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program RunBackout.
