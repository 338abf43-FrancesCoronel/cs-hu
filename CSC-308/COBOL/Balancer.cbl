      *         unknown-account rejects                              *
      *     BSMSTR records     = the item count on BubbleSort's      *
      *         audit line                                           *
      *     ADDINnn records    = the combined count on FeedIntake's  *
      *         audit line - the transmissions this run accepted,    *
      *         on a night whose postings came in several pieces     *
      *                                                               *
      * Any check that does not tie prints OUT-OF-BALANCE on the     *
      * BALRPT report and the step ends RC-ERROR. OVERFLOW rejects   *
           select reject-file assign to "REJECTS"
               organization is line sequential
               file status is reject-status.
      * the inbound transmissions FeedIntake took tonight, and the
      * acknowledgments that say which it accepted
           select transmission-file assign to dynamic transmission-name
               organization is sequential
               file status is transmission-status.
           select ack-file assign to dynamic ack-name
               organization is line sequential
               file status is ack-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.
       data division.
       file section.
       fd  addin-file.
       01  addin-record pic x(43).

       fd  cmpin-file.
       01  cmpin-record pic x(23).
       fd  reject-file.
       01  reject-record pic x(96).

       fd  transmission-file.
       01  transmission-record pic x(43).

       fd  ack-file.
       01  ack-record pic x(48).

       fd  audit-file.
       01  audit-record pic x(95).


       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  addin-status pic xx.
       01  cmpin-status pic xx.
       01  bsin-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-REJECT-RECORD".
           copy "WS-EOF-SWITCH".
       01  transmission-status pic xx.
       01  ack-status pic xx.
           copy "WS-ACK-RECORD".
      * the run being proved - only this run's AUDITLOG and REJECTS
      * lines enter the balancing
       01  this-run-number pic 9(9).
       01  branch-name-table redefines branch-name-table-values.
           05  bn-file-name occurs 3 times pic x(8).
       01  current-branch pic 9(3) comp-3.
      * the inbound set FeedIntake reads - ADDIN01 through ADDIN09
       01  transmission-name pic x(20).
       01  ack-name pic x(20).
       01  transmission-number pic 9(2).
       01  current-transmission pic 9(2) comp-3.
      * physical re-counts
       01  addin-count pic 9(7) comp-3 value zero.
       01  cmpin-count pic 9(7) comp-3 value zero.
      * selection - they are on the feed but deliberately not on
      * the master, so they sit on the right side of the feed check
       01  bs-audit-bypassed pic 9(7) comp-3 value zero.
      * a night taken in through FeedIntake: the accepted
      * transmissions as the producer sent them, recounted, against
      * the combined count the intake swore to
       01  intake-ran-switch pic x value "N".
           88  intake-ran value "Y".
       01  intake-audit-combined pic 9(7) comp-3 value zero.
       01  transmission-count pic 9(7) comp-3 value zero.
       01  check-count pic 9(3) comp-3 value 4.
      * one check at a time: the two sides and the verdict
       01  check-left pic 9(7) comp-3.
       01  check-right pic 9(7) comp-3.
           perform count-bsmstr
           perform count-this-runs-rejects
           perform read-this-runs-audit-lines
           if intake-ran
               perform varying current-transmission from 1 by 1
                       until current-transmission is greater than 9
                   perform count-accepted-transmission
               end-perform
           end-if

           open output report-file
           move run-date to rh1-date
           move bs-audit-items to check-right
           perform judge-one-check

           if intake-ran
               move "ADDINnn accepted vs FeedIntake" to cl-name
               move transmission-count to check-left
               move intake-audit-combined to check-right
               perform judge-one-check
               add 1 to check-count
           end-if

           move spaces to report-line
           write report-line
           if out-of-balance-count is equal to zero
           if out-of-balance-count is greater than zero
               display "Balancer: " out-of-balance-count
                   " check(s) out of balance"
               move "Balancer" to alert-program-id
               move "ERROR" to alert-severity
               move "OUT-OF-BALANCE" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-ERROR to return-code
           else
               display "Balancer: all counts tie"
               close bsin-file
           end-if.

      * a transmission counts only if its ack says this run
      * accepted it - a refused one never reached ADDIN, and an
      * older ack belongs to another night
       count-accepted-transmission.
           move current-transmission to transmission-number
           move spaces to transmission-name
           string "ADDIN" transmission-number
               delimited by size into transmission-name
           move spaces to ack-name
           string transmission-name delimited by space
               "ACK" delimited by size into ack-name
           open input ack-file
           if ack-status not equal "00"
               exit paragraph
           end-if
           read ack-file
               at end
                   move spaces to ack-record
           end-read
           close ack-file
           move ack-record to ws-ack-record
           if ack-run-number not numeric
               or ack-run-number not equal this-run-number
               or ack-disposition not equal "ACCEPTED"
               exit paragraph
           end-if
           move "N" to end-of-file-switch
           open input transmission-file
           if transmission-status equal "00"
               perform until end-of-file
                   read transmission-file
                       at end
                           move "Y" to end-of-file-switch
                       not at end
                           if transmission-record (1:3)
                               not equal "HDR"
                               and transmission-record (1:3)
                               not equal "TRL"
                               add 1 to transmission-count
                           end-if
                   end-read
               end-perform
               close transmission-file
           end-if.

       count-bsmstr.
           move "N" to end-of-file-switch
           open input master-file
                           (aud-input-summary (24:5))
                           to bs-audit-bypassed
                   end-if
      * a night with nothing accepted leaves ADDIN alone - there is
      * nothing to tie
               when aud-program-id equal "FeedIntake"
                   and aud-input-summary (22:1) not equal "0"
                   move "Y" to intake-ran-switch
                   move function numval
                       (aud-result-summary (11:7))
                       to intake-audit-combined
           end-evaluate.

       judge-one-check.
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move check-count to aud-checks
           string "Checks: " aud-checks
               delimited by size into aud-input-summary
           if out-of-balance-count is equal to zero
