      *****************************************************************
      *                                                               *
      * IntegSweep                                                    *
      *                                                               *
      * The weekly referential integrity sweep. Every program checks  *
      * what it reads against the account master only at the moment   *
      * it reads it, so references nobody reads that night go stale   *
      * unseen - a balance left behind for an account long gone, a    *
      * standing instruction for a closed account, a break worklist   *
      * owned by a clerk who has moved on, a control line for a       *
      * class nothing uses any more. This step holds each master and  *
      * control file up against the account master and reports        *
      * every orphan and dangling reference, one section per pair:    *
      *                                                               *
      *     BALMSTR   balances for accounts not on ACCTMSTR, and      *
      *               closed accounts still holding a balance         *
      *     STANDING  instructions for accounts missing, closed or    *
      *               dormant                                         *
      *     ACCDIFF   accepted differences for accounts missing or    *
      *               closed                                          *
      *     EXCHIST   open breaks for accounts missing or closed,     *
      *               and owners no longer a clerk - a clerk is an    *
      *               owner code the master still assigns to an       *
      *               open account - or no longer the account's       *
      *     TOLCTL,   class lines no open account uses, and classes   *
      *     MOVCTL,   open accounts use with no line of their own     *
      *     LIMCTL,                                                   *
      *     SVCRATE                                                   *
      *                                                               *
      * Each finding is graded. ERROR is a reference that will make   *
      * a posting come out wrong: a balance carried in the totals     *
      * for no account, a standing instruction that posts into a      *
      * reject every month, a class that posts with no limit or is    *
      * never charged because LIMCTL or SVCRATE has neither its own   *
      * line nor a ** default. HOUSEKEEPING is everything else - the  *
      * clutter that misleads a reader but moves no money. A class    *
      * the ** default covers is housekeeping; so is any class gap    *
      * on TOLCTL and MOVCTL, which only judge, never post.           *
      *                                                               *
      * Nothing is fixed: every file opens input, and the report is   *
      * the worklist. A control file not on file is noted in its      *
      * section and skipped. INTEGRPT is kept through ReportKeep and  *
      * the run leaves an audit line. Any ERROR finding ends the      *
      * step RC-WARNING. Runs from JOBSCHED on the first business     *
      * day of each week, behind Add.                                 *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. IntegSweep.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select acct-master-file assign to "ACCTMSTR"
               organization is indexed
               access mode is sequential
               record key is acct-master-key
               file status is acctmstr-status.
           select balance-file assign to "BALMSTR"
               organization is indexed
               access mode is sequential
               record key is bal-master-account
               file status is balmstr-status.
           select standing-file assign to "STANDING"
               organization is line sequential
               file status is standing-status.
           select accepted-file assign to "ACCDIFF"
               organization is line sequential
               file status is accdiff-status.
           select exception-history-file assign to "EXCHIST"
               organization is line sequential
               file status is exchist-status.
           select tolerance-file assign to "TOLCTL"
               organization is line sequential
               file status is tolctl-status.
           select movement-file assign to "MOVCTL"
               organization is line sequential
               file status is movctl-status.
           select limit-file assign to "LIMCTL"
               organization is line sequential
               file status is limctl-status.
           select rate-file assign to "SVCRATE"
               organization is line sequential
               file status is svcrate-status.
           select report-file assign to "INTEGRPT"
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
           05  acct-master-data pic x(41).

      * the record content is the WS-BALANCE-RECORD layout
       fd  balance-file.
       01  balance-master-record.
           05  bal-master-account pic x(8).
           05  bal-master-balances pic x(30).

      * StandOrder's instruction layout
       fd  standing-file.
       01  standing-record.
           05  si-account pic x(8).
           05  si-dept pic x(3).
           05  si-code pic x(4).
           05  si-amount pic s9(6) sign is trailing separate.
           05  si-frequency pic x.
           05  si-day pic 9(2).

      * Compare's accepted-differences layout
       fd  accepted-file.
       01  accepted-record.
           05  ad-account pic x(8).
           05  ad-amount pic s9(7)v99 sign is trailing separate.
           05  ad-direction pic x.
           05  ad-approver pic x(8).
           05  ad-expiry pic x(8).

       fd  exception-history-file.
       01  exception-history-record pic x(99).

      * the four class-keyed control files - only the class is
      * read here, the rest of each line is its owner's business
       fd  tolerance-file.
       01  tolerance-record.
           05  tr-class pic x(2).
           05  filler pic x(30).

       fd  movement-file.
       01  movement-record.
           05  mv-class pic x(2).
           05  filler pic x(10).

       fd  limit-file.
       01  limit-record.
           05  lc-class pic x(2).
           05  filler pic x(10).

       fd  rate-file.
       01  rate-record.
           05  rr-class pic x(2).
           05  filler pic x(7).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  acctmstr-status pic xx.
       01  balmstr-status pic xx.
       01  standing-status pic xx.
       01  accdiff-status pic xx.
       01  exchist-status pic xx.
       01  tolctl-status pic xx.
       01  movctl-status pic xx.
       01  limctl-status pic xx.
       01  svcrate-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-ACCT-RECORD".
           copy "WS-BALANCE-RECORD".
       01  scan-eof-switch pic x value "N".
           88  scan-eof value "Y".
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
      * the account master as AcctLookup sees it
       01  lookup-account pic x(8).
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
           88  acct-lookup-closed value "C".
           88  acct-lookup-dormant value "D".
           88  acct-lookup-not-found value "N".
           88  acct-lookup-unavailable value "U".
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
      * the classes the open accounts use, and how many use each -
      * closed accounts post nothing and judge nothing, so they
      * keep no class alive
       01  class-count pic 9(3) comp-3 value zero.
       01  max-class-size pic 9(3) comp-3 value 50.
       01  class-table.
           05  class-entry occurs 50 times.
               10  cu-class pic x(2).
               10  cu-open pic 9(7) comp-3.
               10  cu-active pic 9(7) comp-3.
               10  cu-line-switch pic x.
                   88  cu-has-line value "Y".
       01  c pic 9(3) comp-3.
       01  cx pic 9(3) comp-3.
       01  wanted-class pic x(2).
       01  class-overflow-count pic 9(5) comp-3 value zero.
      * the clerks - owner codes the master still assigns to an
      * open account
       01  clerk-count pic 9(3) comp-3 value zero.
       01  max-clerk-size pic 9(3) comp-3 value 100.
       01  clerk-table.
           05  clerk-code occurs 100 times pic x(3).
       01  k pic 9(3) comp-3.
       01  wanted-owner pic x(3).
       01  clerk-found-switch pic x.
           88  clerk-found value "Y".
      * one class-keyed control file's lines, for the judging
       01  control-name pic x(8).
       01  control-line-count pic 9(3) comp-3 value zero.
       01  max-control-size pic 9(3) comp-3 value 50.
       01  control-table.
           05  control-class occurs 50 times pic x(2).
       01  t pic 9(3) comp-3.
       01  control-default-switch pic x.
           88  control-has-default value "Y".
      * whether a class with neither a line nor a default posts
      * wrong (LIMCTL, SVCRATE) or only judges (TOLCTL, MOVCTL)
       01  control-posts-switch pic x.
           88  control-posts value "Y".
      * SVCRATE charges active accounts only
       01  control-active-only-switch pic x.
           88  control-active-only value "Y".
       01  class-users pic 9(7) comp-3.
      * the findings, counted by section
       01  current-section pic 9 comp-3.
       01  section-count pic 9 comp-3 value 8.
       01  section-names-values.
           05  filler pic x(34) value "BALMSTR against ACCTMSTR".
           05  filler pic x(34) value "STANDING against ACCTMSTR".
           05  filler pic x(34) value "ACCDIFF against ACCTMSTR".
           05  filler pic x(34) value "EXCHIST against ACCTMSTR".
           05  filler pic x(34) value "TOLCTL against account classes".
           05  filler pic x(34) value "MOVCTL against account classes".
           05  filler pic x(34) value "LIMCTL against account classes".
           05  filler pic x(34) value "SVCRATE against account classes".
       01  section-names redefines section-names-values.
           05  section-name occurs 8 times pic x(34).
       01  section-totals.
           05  section-total occurs 8 times.
               10  st-errors pic 9(5) comp-3.
               10  st-housekeeping pic 9(5) comp-3.
               10  st-read pic 9(7) comp-3.
               10  st-missing-switch pic x.
                   88  st-file-missing value "Y".
       01  sx pic 9 comp-3.
       01  finding-grade-switch pic x.
           88  finding-is-error value "E".
       01  error-total pic 9(5) comp-3 value zero.
       01  housekeeping-total pic 9(5) comp-3 value zero.
      * run bookkeeping
       01  accounts-read pic 9(7) comp-3 value zero.
       01  accounts-open pic 9(7) comp-3 value zero.
       01  aud-accounts pic 9(7).
       01  aud-errors pic 9(5).
       01  aud-housekeeping pic 9(5).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Referential Integrity Sweep".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
      * the section the page belongs to - a file pair, or the
      * summary
       01  report-heading-2.
           05  rh2-section pic x(40).
       01  section-title pic x(40).
       01  finding-heading.
           05  filler pic x(14) value "Grade".
           05  filler pic x(10) value "Key".
           05  filler pic x(50) value "Finding".
       01  finding-line.
           05  fl-grade pic x(12).
           05  filler pic x(2) value spaces.
           05  fl-key pic x(8).
           05  filler pic x(2) value spaces.
           05  fl-text pic x(50).
       01  count-line.
           05  cl-label pic x(30).
           05  cl-count pic z(6)9.
           05  filler pic x(2) value spaces.
           05  cl-note pic x(30).
       01  no-finding-line pic x(40)
               value "No findings for this pair".
       01  summary-heading.
           05  filler pic x(36) value "File pair".
           05  filler pic x(10) value "      Read".
           05  filler pic x(8) value "  Errors".
           05  filler pic x(14) value "  Housekeeping".
       01  summary-line.
           05  sl-name pic x(34).
           05  filler pic x(2) value spaces.
           05  sl-read pic z(9)9.
           05  sl-errors pic z(7)9.
           05  sl-housekeeping pic z(13)9.
           05  filler pic x value space.
           05  sl-note pic x(11).
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
           perform varying sx from 1 by 1
                   until sx is greater than section-count
               move zero to st-errors (sx)
               move zero to st-housekeeping (sx)
               move zero to st-read (sx)
               move "N" to st-missing-switch (sx)
           end-perform
           perform survey-account-master

           open output report-file
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           move 1 to current-section
           perform sweep-balance-master
           move 2 to current-section
           perform sweep-standing-instructions
           move 3 to current-section
           perform sweep-accepted-differences
           move 4 to current-section
           perform sweep-exception-history
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record
           move 5 to current-section
           perform sweep-tolerance-control
           move 6 to current-section
           perform sweep-movement-control
           move 7 to current-section
           perform sweep-limit-control
           move 8 to current-section
           perform sweep-rate-control
           perform print-sweep-summary
           close report-file
           move "INTEGRPT" to keep-report-name
           move page-number to keep-pages
           compute keep-items = error-total + housekeeping-total
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items

           perform write-audit-record
           display "IntegSweep: " accounts-read " account(s) - "
               error-total " error(s), " housekeeping-total
               " housekeeping item(s)"
           if error-total is greater than zero
               move "IntegSweep" to alert-program-id
               move "WARNING" to alert-severity
               move "INTEGRITY-ERRORS" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the master read end to end for the classes and owner codes
      * the open accounts still use - no master, no sweep
       survey-account-master.
           open input acct-master-file
           if acctmstr-status not equal "00"
               display "IntegSweep: unable to open ACCTMSTR, status "
                   acctmstr-status
               move RC-ERROR to return-code
               stop run
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read acct-master-file next record
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       add 1 to accounts-read
                       perform survey-one-account
               end-read
           end-perform
           close acct-master-file.

       survey-one-account.
           move acct-master-record to ws-acct-record
           if acct-closed
               exit paragraph
           end-if
           add 1 to accounts-open
           if acct-class not equal spaces
               move acct-class to wanted-class
               perform find-class
               if cx is greater than zero
                   add 1 to cu-open (cx)
                   if acct-active
                       add 1 to cu-active (cx)
                   end-if
               end-if
           end-if
           if acct-owner equal spaces
               exit paragraph
           end-if
           move acct-owner to wanted-owner
           perform find-clerk
           if not clerk-found
                   and clerk-count is less than max-clerk-size
               add 1 to clerk-count
               move acct-owner to clerk-code (clerk-count)
           end-if.

      * the class's slot in the table, added on first sight - cx
      * comes back zero only when the table is full
       find-class.
           move zero to cx
           perform varying c from 1 by 1
                   until c is greater than class-count
               if cu-class (c) equal wanted-class
                   move c to cx
                   move class-count to c
               end-if
           end-perform
           if cx is greater than zero
               exit paragraph
           end-if
           if class-count is equal to max-class-size
               add 1 to class-overflow-count
               exit paragraph
           end-if
           add 1 to class-count
           move class-count to cx
           move wanted-class to cu-class (cx)
           move zero to cu-open (cx)
           move zero to cu-active (cx)
           move "N" to cu-line-switch (cx).

       find-clerk.
           move "N" to clerk-found-switch
           perform varying k from 1 by 1
                   until k is greater than clerk-count
               if clerk-code (k) equal wanted-owner
                   move "Y" to clerk-found-switch
                   move clerk-count to k
               end-if
           end-perform.

      * the account as the master has it now, through AcctLookup -
      * the master going unavailable mid-sweep ends the run
       look-up-account.
           call "AcctLookup" using lookup-account acct-lookup-result
               ws-acct-record
           if acct-lookup-unavailable
               display "IntegSweep: account master ACCTMSTR "
                   "unavailable"
               move RC-ERROR to return-code
               stop run
           end-if.

      * BALMSTR: a balance for an account the master no longer has
      * is carried in every total with nothing behind it; a closed
      * account still holding a balance wants clearing
       sweep-balance-master.
           perform start-section
           open input balance-file
           if balmstr-status not equal "00"
               perform note-file-missing
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read balance-file next record
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       add 1 to st-read (current-section)
                       perform sweep-one-balance
               end-read
           end-perform
           close balance-file
           perform end-section.

       sweep-one-balance.
           move balance-master-record to ws-balance-record
           move bal-account to lookup-account
           perform look-up-account
           move bal-account to fl-key
           evaluate true
               when acct-lookup-not-found
                   move "E" to finding-grade-switch
                   move "Balance held for account not on ACCTMSTR"
                       to fl-text
                   perform write-finding
               when acct-lookup-closed
                   and bal-new not equal zero
                   move "H" to finding-grade-switch
                   move "Closed account still holds a balance"
                       to fl-text
                   perform write-finding
           end-evaluate.

      * STANDING: StandOrder posts without asking the master, so an
      * instruction for a missing or closed account rejects every
      * time it falls due; a dormant one is held every time
       sweep-standing-instructions.
           perform start-section
           open input standing-file
           if standing-status not equal "00"
               perform note-file-missing
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read standing-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       add 1 to st-read (current-section)
                       perform sweep-one-instruction
               end-read
           end-perform
           close standing-file
           perform end-section.

       sweep-one-instruction.
           move si-account to lookup-account
           perform look-up-account
           move si-account to fl-key
           move spaces to fl-text
           evaluate true
               when acct-lookup-not-found
                   move "E" to finding-grade-switch
                   string "Instruction " si-code " " si-dept
                       " for account not on ACCTMSTR"
                       delimited by size into fl-text
                   perform write-finding
               when acct-lookup-closed
                   move "E" to finding-grade-switch
                   string "Instruction " si-code " " si-dept
                       " for closed account"
                       delimited by size into fl-text
                   perform write-finding
               when acct-lookup-dormant
                   move "H" to finding-grade-switch
                   string "Instruction " si-code " " si-dept
                       " for dormant account - held"
                       delimited by size into fl-text
                   perform write-finding
           end-evaluate.

      * ACCDIFF: an acceptance for an account that can no longer
      * break is dead weight on Compare's file
       sweep-accepted-differences.
           perform start-section
           open input accepted-file
           if accdiff-status not equal "00"
               perform note-file-missing
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read accepted-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       add 1 to st-read (current-section)
                       perform sweep-one-acceptance
               end-read
           end-perform
           close accepted-file
           perform end-section.

       sweep-one-acceptance.
           move ad-account to lookup-account
           perform look-up-account
           move ad-account to fl-key
           move spaces to fl-text
           move "H" to finding-grade-switch
           evaluate true
               when acct-lookup-not-found
                   string "Accepted by " ad-approver
                       " - account not on ACCTMSTR"
                       delimited by size into fl-text
                   perform write-finding
               when acct-lookup-closed
                   string "Accepted by " ad-approver
                       " - account closed"
                       delimited by size into fl-text
                   perform write-finding
           end-evaluate.

      * EXCHIST: an open break must still have its account, and
      * its owner must still be a clerk - and the account's owner,
      * or the break sits on the wrong worklist
       sweep-exception-history.
           perform start-section
           open input exception-history-file
           if exchist-status not equal "00"
               perform note-file-missing
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read exception-history-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move exception-history-record
                           to ws-history-record
                       if eh-open
                           add 1 to st-read (current-section)
                           perform sweep-one-break
                       end-if
               end-read
           end-perform
           close exception-history-file
           perform end-section.

       sweep-one-break.
           move eh-account to lookup-account
           perform look-up-account
           move eh-account to fl-key
           move spaces to fl-text
           move "H" to finding-grade-switch
           evaluate true
               when acct-lookup-not-found
                   string "Break open since " eh-first-seen
                       " - not on ACCTMSTR"
                       delimited by size into fl-text
                   perform write-finding
                   exit paragraph
               when acct-lookup-closed
                   string "Break open since " eh-first-seen
                       " - account closed"
                       delimited by size into fl-text
                   perform write-finding
           end-evaluate
           if eh-owner equal spaces
               exit paragraph
           end-if
           move eh-owner to wanted-owner
           perform find-clerk
           move spaces to fl-text
           if not clerk-found
               string "Owner " eh-owner " is no longer a clerk"
                   delimited by size into fl-text
               perform write-finding
               exit paragraph
           end-if
           if eh-owner not equal acct-owner
               string "Owner " eh-owner ", account now with "
                   acct-owner
                   delimited by size into fl-text
               perform write-finding
           end-if.

      * the four class-keyed control files, each judged the same
      * way against the classes the open accounts use
       sweep-tolerance-control.
           perform start-section
           move "TOLCTL" to control-name
           move "N" to control-posts-switch
           move "N" to control-active-only-switch
           move zero to control-line-count
           open input tolerance-file
           if tolctl-status not equal "00"
               perform note-file-missing
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read tolerance-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move tr-class to wanted-class
                       perform note-control-class
               end-read
           end-perform
           close tolerance-file
           perform judge-control-classes
           perform end-section.

       sweep-movement-control.
           perform start-section
           move "MOVCTL" to control-name
           move "N" to control-posts-switch
           move "N" to control-active-only-switch
           move zero to control-line-count
           open input movement-file
           if movctl-status not equal "00"
               perform note-file-missing
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read movement-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move mv-class to wanted-class
                       perform note-control-class
               end-read
           end-perform
           close movement-file
           perform judge-control-classes
           perform end-section.

       sweep-limit-control.
           perform start-section
           move "LIMCTL" to control-name
           move "Y" to control-posts-switch
           move "N" to control-active-only-switch
           move zero to control-line-count
           open input limit-file
           if limctl-status not equal "00"
               perform note-file-missing
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read limit-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move lc-class to wanted-class
                       perform note-control-class
               end-read
           end-perform
           close limit-file
           perform judge-control-classes
           perform end-section.

       sweep-rate-control.
           perform start-section
           move "SVCRATE" to control-name
           move "Y" to control-posts-switch
           move "Y" to control-active-only-switch
           move zero to control-line-count
           open input rate-file
           if svcrate-status not equal "00"
               perform note-file-missing
               exit paragraph
           end-if
           move "N" to scan-eof-switch
           perform until scan-eof
               read rate-file
                   at end
                       move "Y" to scan-eof-switch
                   not at end
                       move rr-class to wanted-class
                       perform note-control-class
               end-read
           end-perform
           close rate-file
           perform judge-control-classes
           perform end-section.

      * one control line's class onto the control table
       note-control-class.
           if wanted-class equal spaces
               exit paragraph
           end-if
           add 1 to st-read (current-section)
           if control-line-count is less than max-control-size
               add 1 to control-line-count
               move wanted-class to control-class (control-line-count)
           end-if.

      * a line for a class no open account uses is clutter; a class
      * in use with no line of its own falls to the ** default -
      * and with no default either, LIMCTL posts it unlimited and
      * SVCRATE never charges it
       judge-control-classes.
           move "N" to control-default-switch
           perform varying c from 1 by 1
                   until c is greater than class-count
               move "N" to cu-line-switch (c)
           end-perform
           perform varying t from 1 by 1
                   until t is greater than control-line-count
               perform judge-one-control-line
           end-perform
           perform varying c from 1 by 1
                   until c is greater than class-count
               perform judge-one-class-in-use
           end-perform.

       judge-one-control-line.
           if control-class (t) equal "**"
               move "Y" to control-default-switch
               exit paragraph
           end-if
           move zero to cx
           perform varying c from 1 by 1
                   until c is greater than class-count
               if cu-class (c) equal control-class (t)
                   move c to cx
                   move class-count to c
               end-if
           end-perform
           if cx is greater than zero
               move "Y" to cu-line-switch (cx)
               if control-active-only
                   move cu-active (cx) to class-users
               else
                   move cu-open (cx) to class-users
               end-if
           else
               move zero to class-users
           end-if
           if class-users is equal to zero
               move control-class (t) to fl-key
               move spaces to fl-text
               move "H" to finding-grade-switch
               if control-active-only
                   string "Class line used by no active account"
                       delimited by size into fl-text
               else
                   string "Class line used by no open account"
                       delimited by size into fl-text
               end-if
               perform write-finding
           end-if.

       judge-one-class-in-use.
           if cu-has-line (c)
               exit paragraph
           end-if
           if control-active-only
               move cu-active (c) to class-users
           else
               move cu-open (c) to class-users
           end-if
           if class-users is equal to zero
               exit paragraph
           end-if
           move cu-class (c) to fl-key
           move spaces to fl-text
           if control-has-default
               move "H" to finding-grade-switch
               string "Class in use, no line - ** default applies"
                   delimited by size into fl-text
           else
               if control-posts
                   move "E" to finding-grade-switch
               else
                   move "H" to finding-grade-switch
               end-if
               string "Class in use, no line and no ** default"
                   delimited by size into fl-text
           end-if
           perform write-finding.

      * a section opens on a page of its own
       start-section.
           move section-name (current-section) to section-title
           perform start-new-page
           move finding-heading to report-line
           perform write-report-line.

       note-file-missing.
           move "Y" to st-missing-switch (current-section)
           move spaces to report-line
           string section-name (current-section) delimited by space
               " not on file - pair not checked"
               delimited by size into report-line
           perform write-report-line.

       end-section.
           if st-errors (current-section) is equal to zero
                   and st-housekeeping (current-section) is equal
                       to zero
               move no-finding-line to report-line
               perform write-report-line
           end-if
           move spaces to report-line
           perform write-report-line
           move spaces to cl-note
           move "Records read:" to cl-label
           move st-read (current-section) to cl-count
           move count-line to report-line
           perform write-report-line
           move "Errors:" to cl-label
           move st-errors (current-section) to cl-count
           move count-line to report-line
           perform write-report-line
           move "Housekeeping:" to cl-label
           move st-housekeeping (current-section) to cl-count
           move count-line to report-line
           perform write-report-line.

      * one finding, graded, counted against its section
       write-finding.
           if finding-is-error
               move "ERROR" to fl-grade
               add 1 to st-errors (current-section)
               add 1 to error-total
           else
               move "HOUSEKEEPING" to fl-grade
               add 1 to st-housekeeping (current-section)
               add 1 to housekeeping-total
           end-if
           move finding-line to report-line
           perform write-report-line.

      * every pair on one page, after the sections
       print-sweep-summary.
           move "Sweep summary" to section-title
           perform start-new-page
           move summary-heading to report-line
           perform write-report-line
           perform varying sx from 1 by 1
                   until sx is greater than section-count
               move section-name (sx) to sl-name
               move st-read (sx) to sl-read
               move st-errors (sx) to sl-errors
               move st-housekeeping (sx) to sl-housekeeping
               if st-file-missing (sx)
                   move "not on file" to sl-note
               else
                   move spaces to sl-note
               end-if
               move summary-line to report-line
               perform write-report-line
           end-perform
           move spaces to report-line
           perform write-report-line
           move spaces to cl-note
           move "Master accounts read:" to cl-label
           move accounts-read to cl-count
           move count-line to report-line
           perform write-report-line
           move "  open (active or dormant):" to cl-label
           move accounts-open to cl-count
           move count-line to report-line
           perform write-report-line
           move "Account classes in use:" to cl-label
           move class-count to cl-count
           move count-line to report-line
           perform write-report-line
           move "Clerks owning open accounts:" to cl-label
           move clerk-count to cl-count
           move count-line to report-line
           perform write-report-line
           if class-overflow-count is greater than zero
               move "Accounts, no class slot:" to cl-label
               move class-overflow-count to cl-count
               move "(class table full)" to cl-note
               move count-line to report-line
               perform write-report-line
               move spaces to cl-note
           end-if
           move spaces to report-line
           perform write-report-line
           evaluate true
               when error-total is greater than zero
                   move "*** Errors found - see the ERROR lines ***"
                       to verdict-line
               when housekeeping-total is greater than zero
                   move "No errors - housekeeping items only"
                       to verdict-line
               when other
                   move "Sweep clean - no orphans found"
                       to verdict-line
           end-evaluate
           move verdict-line to report-line
           perform write-report-line.

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
           move "IntegSweep" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move accounts-read to aud-accounts
           move error-total to aud-errors
           move housekeeping-total to aud-housekeeping
           string "Accts: " aud-accounts " Pairs: 8"
               delimited by size into aud-input-summary
           string "Err: " aud-errors " Hkeep: " aud-housekeeping
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program IntegSweep.
