      *****************************************************************
      *                                                               *
      * OperReview                                                    *
      *                                                               *
      * The auditors' access review: who holds which rights on the    *
      * operator profiles (OPERCTL) that OperCheck enforces across    *
      * AcctMaint, TableMaint, CalMaint, PendRelease, Resubmit,       *
      * Restore, WriteOff, and the FORCE / MANFORCE overrides.        *
      * OPRRPT prints                                                 *
      *                                                               *
      *     - every profile: ID, name, status, one column per right,  *
      *       the date it was last reviewed, and a note where it      *
      *       needs attention - REVIEW DUE when the review date is    *
      *       blank or older than REVWDAYS days (JCL PARM /           *
      *       environment, default 365), BAD FLAG when a right is     *
      *       neither Y nor N, DUPLICATE when the ID appears twice    *
      *       (OperCheck honours only the first)                      *
      *     - each right in turn with the active operators holding    *
      *       it, so a right held too widely shows at a glance        *
      *     - totals: profiles, active, suspended, needing attention  *
      *                                                               *
      * Read-only on OPERCTL. Runs monthly off JOBSCHED; any          *
      * profile needing attention ends the step RC-WARNING. The       *
      * finished report is kept through ReportKeep.                   *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. OperReview.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select operator-file assign to "OPERCTL"
               organization is line sequential
               file status is operctl-status.
           select report-file assign to "OPRRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  operator-file.
       01  operator-record pic x(44).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  operctl-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-OPERCTL-RECORD".
       01  operctl-eof-switch pic x value "N".
           88  operctl-eof value "Y".
      * the profiles held for the by-right pass
       01  prof-count pic 9(3) comp-3 value zero.
       01  max-prof-size pic 9(3) comp-3 value 100.
       01  prof-table.
           05  prof-entry occurs 100 times.
               10  prof-data pic x(44).
               10  prof-duplicate pic x.
       01  o pic 9(3) comp-3.
       01  o2 pic 9(3) comp-3.
       01  r pic 9 comp-3.
       01  ids-on-line pic 9 comp-3.
      * the review window - a profile not confirmed inside it is due
       01  revwdays-value pic x(3).
       01  review-days pic 9(3) comp-3 value 365.
       01  run-date-integer pic 9(7) comp-3.
       01  review-age pic s9(7) comp-3.
       01  bad-flag-switch pic x.
           88  bad-flag value "Y".
      * outcome counters
       01  active-count pic 9(3) comp-3 value zero.
       01  suspended-count pic 9(3) comp-3 value zero.
       01  attention-count pic 9(3) comp-3 value zero.
       01  holder-count pic 9(3) comp-3.
       01  aud-profiles pic 9(3).
       01  aud-attention pic 9(3).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  report-heading-1.
           05  filler pic x(30) value "Operator Access Review".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  right-name-values.
           05  filler pic x(22) value "Account maintenance".
           05  filler pic x(22) value "Table maintenance".
           05  filler pic x(22) value "Pending approval".
           05  filler pic x(22) value "Reject repair".
           05  filler pic x(22) value "Restore".
           05  filler pic x(22) value "Forced rerun".
           05  filler pic x(22) value "Break write-off".
       01  right-names redefines right-name-values.
           05  right-name occurs 7 times pic x(22).
       01  profile-heading.
           05  filler pic x(9) value "Operator".
           05  filler pic x(14) value "Name".
           05  filler pic x(9) value "Status".
           05  filler pic x(29)
                   value " Acc Tbl Apr Rep Rst Frc Wof".
           05  filler pic x(9) value "Reviewed".
           05  filler pic x(9) value "Note".
       01  profile-line.
           05  pl-id pic x(8).
           05  filler pic x value space.
           05  pl-name pic x(13).
           05  filler pic x value space.
           05  pl-status pic x(9).
           05  pl-right-column occurs 7 times.
               10  filler pic x(2).
               10  pl-right pic x.
               10  filler pic x.
           05  filler pic x value space.
           05  pl-review-date pic x(8).
           05  filler pic x value space.
           05  pl-note pic x(10).
       01  by-right-heading pic x(40)
               value "Active holders of each right".
       01  holder-line.
           05  hl-right pic x(22).
           05  hl-count pic zz9.
           05  filler pic x value space.
           05  hl-ids.
               10  hl-id occurs 6 times.
                   15  hl-id-value pic x(8).
                   15  filler pic x.
       01  no-data-line pic x(40)
               value "  (no OPERCTL profiles on file)".
       01  total-line-1.
           05  filler pic x(22) value "Profiles on file:     ".
           05  tl1-count pic zz9.
       01  total-line-2.
           05  filler pic x(22) value "Active:               ".
           05  tl2-count pic zz9.
       01  total-line-3.
           05  filler pic x(22) value "Suspended:            ".
           05  tl3-count pic zz9.
       01  total-line-4.
           05  filler pic x(22) value "Needing attention:    ".
           05  tl4-count pic zz9.
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           compute run-date-integer =
               function integer-of-date (function numval (run-date))
           move spaces to revwdays-value
           accept revwdays-value from environment "REVWDAYS"
           if revwdays-value is numeric
               and revwdays-value is greater than zero
               move revwdays-value to review-days
           end-if
           perform load-profiles
           open output report-file
           perform start-new-page

           move profile-heading to report-line
           perform write-report-line
           if prof-count equal zero
               move no-data-line to report-line
               perform write-report-line
           end-if
           perform varying o from 1 by 1
                   until o is greater than prof-count
               perform print-one-profile
           end-perform

           move spaces to report-line
           perform write-report-line
           move by-right-heading to report-line
           perform write-report-line
           perform varying r from 1 by 1 until r is greater than 7
               perform print-right-holders
           end-perform

           move spaces to report-line
           perform write-report-line
           move prof-count to tl1-count
           move total-line-1 to report-line
           perform write-report-line
           move active-count to tl2-count
           move total-line-2 to report-line
           perform write-report-line
           move suspended-count to tl3-count
           move total-line-3 to report-line
           perform write-report-line
           move attention-count to tl4-count
           move total-line-4 to report-line
           perform write-report-line
           close report-file

           move "OPRRPT" to keep-report-name
           move page-number to keep-pages
           move prof-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           perform write-audit-record
           display "OperReview: " prof-count " profile(s), "
               active-count " active, " attention-count
               " needing attention"
           if attention-count is greater than zero
               or prof-count equal zero
               move "OperReview" to alert-program-id
               move "WARNING" to alert-severity
               move "PROFILE-REVIEW" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

       load-profiles.
           open input operator-file
           if operctl-status not equal "00"
               display "OperReview: OPERCTL not on file - nobody "
                   "is authorized for a controlled action"
               exit paragraph
           end-if
           perform until operctl-eof
               read operator-file
                   at end
                       move "Y" to operctl-eof-switch
                   not at end
                       if prof-count is less than max-prof-size
                           add 1 to prof-count
                           move operator-record
                               to prof-data (prof-count)
                           perform check-duplicate-profile
                       else
                           display "OperReview: OPERCTL exceeds "
                               max-prof-size " profiles - rest "
                               "not reviewed"
                       end-if
               end-read
           end-perform
           close operator-file.

      * one profile line, with the note that tells the reviewer
      * what to look at first
       print-one-profile.
           move prof-data (o) to ws-operctl-record
           move spaces to profile-line
           move op-id to pl-id
           move op-name to pl-name
           evaluate true
               when op-active
                   move "ACTIVE" to pl-status
               when op-suspended
                   move "SUSPENDED" to pl-status
               when other
                   move "UNKNOWN" to pl-status
           end-evaluate
           if prof-duplicate (o) not equal "Y"
               if op-active
                   add 1 to active-count
               end-if
               if op-suspended
                   add 1 to suspended-count
               end-if
           end-if
           move "N" to bad-flag-switch
           perform varying r from 1 by 1 until r is greater than 7
               evaluate op-right (r)
                   when "Y"
                       move "X" to pl-right (r)
                   when "N"
                       move "." to pl-right (r)
                   when other
                       move "?" to pl-right (r)
                       move "Y" to bad-flag-switch
               end-evaluate
           end-perform
           move op-review-date to pl-review-date
           evaluate true
               when prof-duplicate (o) equal "Y"
                   move "DUPLICATE" to pl-note
               when bad-flag
                   move "BAD FLAG" to pl-note
               when not op-active and not op-suspended
                   move "BAD STATUS" to pl-note
           end-evaluate
           if pl-note equal spaces and op-active
               perform check-review-date
           end-if
           if pl-note not equal spaces
               add 1 to attention-count
           end-if
           move profile-line to report-line
           perform write-report-line.

      * a second line for an ID already listed never takes effect -
      * OperCheck stops at the first - so it is flagged for the
      * reviewer and left out of the counts and the holder lists
       check-duplicate-profile.
           move "N" to prof-duplicate (prof-count)
           perform varying o2 from 1 by 1
                   until o2 is not less than prof-count
               if prof-data (o2) (1:8)
                       equal prof-data (prof-count) (1:8)
                   move "Y" to prof-duplicate (prof-count)
                   move prof-count to o2
               end-if
           end-perform.

       check-review-date.
           if op-review-date is not numeric
               move "REVIEW DUE" to pl-note
               exit paragraph
           end-if
           compute review-age = run-date-integer
               - function integer-of-date
                   (function numval (op-review-date))
           if review-age is greater than review-days
               move "REVIEW DUE" to pl-note
           end-if.

      * one right, with every active operator holding it - six IDs
      * to a line
       print-right-holders.
           move zero to holder-count
           perform varying o from 1 by 1
                   until o is greater than prof-count
               move prof-data (o) to ws-operctl-record
               if op-active and op-right (r) equal "Y"
                       and prof-duplicate (o) not equal "Y"
                   add 1 to holder-count
               end-if
           end-perform
           move spaces to holder-line
           move right-name (r) to hl-right
           move holder-count to hl-count
           move zero to ids-on-line
           perform varying o from 1 by 1
                   until o is greater than prof-count
               move prof-data (o) to ws-operctl-record
               if op-active and op-right (r) equal "Y"
                       and prof-duplicate (o) not equal "Y"
                   if ids-on-line equal 6
                       move holder-line to report-line
                       perform write-report-line
                       move spaces to holder-line
                       move zero to ids-on-line
                   end-if
                   add 1 to ids-on-line
                   move op-id to hl-id-value (ids-on-line)
               end-if
           end-perform
           move holder-line to report-line
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

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           move "OperReview" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move prof-count to aud-profiles
           move attention-count to aud-attention
           string "Profiles: " aud-profiles
               delimited by size into aud-input-summary
           string "Attention: " aud-attention
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program OperReview.
