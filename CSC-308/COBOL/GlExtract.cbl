      *                                                               *
      *     GLH  run number, processing date        (header)         *
      *     GLD  account, department, net effect    (one per combo)  *
      *     GLR  account, department, net reversal,                  *
      *          run reversed                 (one per combo a       *
      *                                        run backout undid)    *
      *     GLC  control entry balancing the file   (negated total)  *
      *     GLT  record count, hash total           (trailer)        *
      *                                                               *
      * balance", or the step refuses - head office must never       *
      * import figures the stream has not proved.                    *
      *                                                               *
      * A run backout's RVRS lines do not net into the GLD lines:    *
      * the run backout register (RUNREV) names the run each posting *
      * run reversed, and the reversal goes out on GLR lines against *
      * that run, so head office backs out what it booked for it     *
      * instead of seeing the night's figures quietly shrink. RVRS   *
      * lines whose posting run is not marked on the register go     *
      * out in the GLD lines as ordinary postings.                   *
      *                                                               *
      * Unextracted lines are picked up only from the last few       *
      * processing days, so the register's first use does not        *
      * restate the whole permanent journal to the corporate side.   *
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.
           select backout-register-file assign to "RUNREV"
               organization is line sequential
               file status is runrev-status.

       data division.
       file section.
       fd  journal-file.
       01  journal-record pic x(94).

      * the corporate GL's fixed interchange layout - every line 44
      * bytes, the three-byte type leading

      * the register of run numbers already sent - a supplemental
      * cycle's run, posted after that date's extract went out,
      * waits here unlisted until the next night picks it up. Each
      * line also names the extract run that carried it and that
      * run's date, so an item can be traced to the GL file it left
      * on; lines from before that read as the run number alone
       fd  extracted-runs-file.
       01  extracted-runs-record.
           05  xd-run pic x(9).
           05  xd-extract-run pic 9(9).
           05  xd-extract-date pic x(8).

       fd  audit-file.
       01  audit-record pic x(95).

       fd  backout-register-file.
       01  backout-register-record pic x(84).

       working-storage section.
           copy "WS-RETURN-CODES".
       01  jrnl-status pic xx.
           05  gld-dept pic x(3).
           05  gld-net pic s9(11) sign is trailing separate.
           05  filler pic x(18) value spaces.
       01  gl-reversal-record.
           05  filler pic x(3) value "GLR".
           05  glr-account pic x(8).
           05  glr-dept pic x(3).
           05  glr-net pic s9(11) sign is trailing separate.
           05  glr-reversed-run pic 9(9).
           05  filler pic x(9) value spaces.
       01  gl-control-record.
           05  filler pic x(3) value "GLC".
           05  glc-account pic x(8) value "GLCONTRL".
               10  st-account pic x(8).
               10  st-dept pic x(3).
               10  st-net pic s9(11) comp-3.
      * a run backout's reversals, by the run reversed as well
       01  rev-count pic 9(3) comp-3 value zero.
       01  max-rev-size pic 9(3) comp-3 value 500.
       01  rev-table.
           05  rev-entry occurs 1 to 500 times
                   depending on rev-count.
               10  rt-reversed-run pic 9(9).
               10  rt-account pic x(8).
               10  rt-dept pic x(3).
               10  rt-net pic s9(11) comp-3.
      * the backouts posted: which run each posting run reversed
       01  runrev-status pic xx.
           copy "WS-RUNREV-RECORD".
       01  runrev-eof-switch pic x value "N".
           88  runrev-eof value "Y".
       01  backout-count pic 9(3) comp-3 value zero.
       01  max-backout-size pic 9(3) comp-3 value 200.
       01  backout-table.
           05  backout-entry occurs 200 times.
               10  bt-posted-run pic 9(9).
               10  bt-reversed-run pic 9(9).
       01  bx pic 9(3) comp-3.
       01  line-reversed-run pic 9(9).
       01  i pic 9(3) comp-3.
       01  match-found-switch pic x.
           88  match-found value "Y".
           end-if

           perform load-extracted-runs
           perform load-posted-backouts
           perform summarize-journal
           perform write-extract
           perform record-extracted-runs
           perform write-audit-record
           display "GlExtract: " lines-summarized " journal "
               "line(s) from " seen-run-count " run(s) into "
               sum-count " GL line(s), " rev-count " reversal(s)"
           move RC-SUCCESS to return-code
           stop run.

           end-if
           perform note-run-seen
           add 1 to lines-summarized
           if jr-code equal "RVRS"
               perform find-reversed-run
               if line-reversed-run is greater than zero
                   perform fold-one-reversal-line
                   exit paragraph
               end-if
           end-if
           move "N" to match-found-switch
           perform varying i from 1 by 1
                   until i is greater than sum-count
               move jr-effect to st-net (sum-count)
           end-if.

      * the run a backout's RVRS line reverses, off the register -
      * zero when its posting run is not marked there
       find-reversed-run.
           move zero to line-reversed-run
           perform varying bx from 1 by 1
                   until bx is greater than backout-count
               if bt-posted-run (bx) equal jr-run-number
                   move bt-reversed-run (bx) to line-reversed-run
                   move backout-count to bx
               end-if
           end-perform.

       fold-one-reversal-line.
           move "N" to match-found-switch
           perform varying i from 1 by 1
                   until i is greater than rev-count
               if rt-reversed-run (i) equal line-reversed-run
                   and rt-account (i) equal jr-account
                   and rt-dept (i) equal jr-dept
                   add jr-effect to rt-net (i)
                   move "Y" to match-found-switch
                   move rev-count to i
               end-if
           end-perform
           if not match-found
               if rev-count is equal to max-rev-size
                   display "GlExtract: reversal table full"
                   move RC-ERROR to return-code
                   stop run
               end-if
               add 1 to rev-count
               move line-reversed-run to rt-reversed-run (rev-count)
               move jr-account to rt-account (rev-count)
               move jr-dept to rt-dept (rev-count)
               move jr-effect to rt-net (rev-count)
           end-if.

      * header, one GLD per combination, one GLR per reversed run's
      * combination, the balancing control entry, and the trailer
      * with count and hash
       write-extract.
           open output extract-file
           move this-run-number to glh-run-number
               add 1 to extract-count
               write extract-record from gl-detail-record
           end-perform
           perform varying i from 1 by 1
                   until i is greater than rev-count
               move rt-account (i) to glr-account
               move rt-dept (i) to glr-dept
               move rt-net (i) to glr-net
               move rt-reversed-run (i) to glr-reversed-run
               add rt-net (i) to extract-total
               add rt-net (i) to extract-hash
               add 1 to extract-count
               write extract-record from gl-reversal-record
           end-perform
           compute glc-net = zero - extract-total
           add glc-net to extract-hash
           add 1 to extract-count
                       at end
                           move "Y" to extracted-eof-switch
                       not at end
                           if xd-run is numeric
                               and extracted-count is less than
                                   max-extracted-size
                               add 1 to extracted-count
                               move xd-run
                                   to extracted-run
                                       (extracted-count)
                           end-if
               close extracted-runs-file
           end-if.

      * the backouts Add has posted - a backout still only
      * generated has no RVRS lines on the journal yet. No register
      * just means no run has ever been backed out.
       load-posted-backouts.
           open input backout-register-file
           if runrev-status not equal "00"
               exit paragraph
           end-if
           perform until runrev-eof
               read backout-register-file
                   at end
                       move "Y" to runrev-eof-switch
                   not at end
                       move backout-register-record
                           to ws-runrev-record
                       if rv-posted
                           and rv-posted-run is numeric
                           and backout-count is less than
                               max-backout-size
                           add 1 to backout-count
                           move rv-posted-run
                               to bt-posted-run (backout-count)
                           move rv-run-number
                               to bt-reversed-run (backout-count)
                       end-if
               end-read
           end-perform
           close backout-register-file.

       check-run-extracted.
           move "N" to run-extracted-switch
           perform varying xr from 1 by 1
           end-if
           perform varying sr from 1 by 1
                   until sr is greater than seen-run-count
               move seen-run (sr) to xd-run
               move this-run-number to xd-extract-run
               move run-date to xd-extract-date
               write extracted-runs-record
           end-perform
           close extracted-runs-file.
