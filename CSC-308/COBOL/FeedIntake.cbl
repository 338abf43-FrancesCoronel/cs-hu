      *****************************************************************
      *                                                               *
      * FeedIntake                                                    *
      *                                                               *
      * The posting feed's intake when the upstream department        *
      * sends the night's postings in more than one transmission.     *
      * Each transmission arrives as its own bracketed file on the    *
      * inbound set ADDIN01 through ADDIN09; this step takes every    *
      * one waiting and proves it on its own terms, exactly as Add    *
      * proves a single ADDIN:                                        *
      *                                                               *
      *     - its HDR and TRL control records present                 *
      *     - the trailer's record count and amount hash tie to       *
      *       the data records read                                   *
      *     - its fingerprint (feed name, creation date, count,       *
      *       hash) not repeated by another transmission tonight -    *
      *       FEEDFORCE=Y overrides, as for Add and StandOrder        *
      *                                                               *
      * Every transmission gets its own acknowledgment back to the    *
      * producer (ADDIN01ACK and so on, the WS-ACK-RECORD layout),    *
      * ACCEPTED or REFUSED with the verdict. The accepted ones are   *
      * then combined, in inbound order, into the night's ADDIN       *
      * under a fresh HDR/TRL bracket carrying the combined count     *
      * and hash, and each accepted fingerprint goes onto FEEDREG.    *
      * The transmissions themselves stay where they are - Balancer   *
      * recounts the accepted ones against the combined feed. So a    *
      * transmission whose fingerprint is already on FEEDREG is one   *
      * an earlier night took in: it is not waiting, gets no new      *
      * ack, and is listed as CONSUMED and skipped rather than        *
      * refused. FEEDFORCE=Y takes it in again.                       *
      *                                                               *
      * No transmission waiting leaves ADDIN exactly as it was - a    *
      * night sent as one file, or a date FeedStage put in place,     *
      * needs no intake. A refused transmission ends RC-WARNING and   *
      * the rest still go through; every one refused ends RC-ERROR,   *
      * since tonight's feed would be nothing the producer sent.      *
      *                                                               *
      * INTKRPT lists each transmission's count and hash with its     *
      * verdict, and the combined totals. Runs ahead of PreFlight.    *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. FeedIntake.

       environment division.
       configuration section.
       input-output section.
       file-control.
      * one inbound transmission at a time, by name
           select transmission-file assign to dynamic transmission-name
               organization is sequential
               file status is transmission-status.
           select trans-work-file assign to "ADDWRK4"
               organization is sequential
               file status is addwrk-status.
           select trans-file assign to "ADDIN"
               organization is sequential
               file status is addin-status.
           select ack-file assign to dynamic ack-name
               organization is line sequential
               file status is ack-status.
           select feed-register-file assign to "FEEDREG"
               organization is line sequential
               file status is feedreg-status.
           select report-file assign to "INTKRPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
      * a transmission in the packed ADDIN layout, with the
      * shop-standard control records
       fd  transmission-file.
       01  transmission-record.
           05  tx-account pic x(8).
           05  tx-dept pic x(3).
           05  tx-code pic x(4).
           05  tx-ref pic 9(7) comp-3.
           05  number1 pic s9(6) comp-3.
           05  number2 pic s9(6) comp-3.
           05  tx-eff-date pic x(8).
           05  tx-contra-account pic x(8).
       01  transmission-header-record.
           05  txh-record-type pic x(3).
               88  transmission-header value "HDR".
           05  txh-feed-name pic x(8).
           05  txh-creation-date pic x(8).
           05  filler pic x(24).
       01  transmission-trailer-record.
           05  txt-record-type pic x(3).
               88  transmission-trailer value "TRL".
           05  txt-record-count pic 9(7) comp-3.
           05  txt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  trans-work-file.
       01  trans-work-record pic x(43).

      * the combined feed - fresh header, the accepted data records,
      * fresh trailer
       fd  trans-file.
       01  trans-record pic x(43).
       01  trans-header-record.
           05  th-record-type pic x(3).
           05  th-feed-name pic x(8).
           05  th-creation-date pic x(8).
           05  filler pic x(24).
       01  trans-trailer-record.
           05  tt-record-type pic x(3).
           05  tt-record-count pic 9(7) comp-3.
           05  tt-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

      * the acknowledgment back to the producer, one per
      * transmission
       fd  ack-file.
       01  ack-record pic x(48).

       fd  feed-register-file.
       01  feed-register-record pic x(37).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  transmission-status pic xx.
       01  addwrk-status pic xx.
       01  addin-status pic xx.
       01  ack-status pic xx.
       01  feedreg-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-ACK-RECORD".
           copy "WS-FEEDREG-RECORD".
       01  transmission-name pic x(20).
       01  ack-name pic x(20).
       01  transmission-eof-switch pic x value "N".
           88  transmission-eof value "Y".
       01  work-eof-switch pic x value "N".
           88  work-eof value "Y".
       01  feedreg-eof-switch pic x value "N".
           88  feedreg-eof value "Y".
       01  feedforce-value pic x value "N".
           88  feed-forced value "Y".
      * the inbound set - transmissions ADDIN01 through ADDIN09
       01  max-transmissions pic 9(2) comp-3 value 9.
       01  t pic 9(2) comp-3.
       01  t2 pic 9(2) comp-3.
       01  transmission-number pic 9(2).
      * what each transmission turned out to be - its fingerprint
      * and verdict, for the acks, the register, and the report
       01  transmission-table.
           05  transmission-entry occurs 9 times.
               10  te-waiting-switch pic x.
                   88  te-waiting value "Y".
                   88  te-consumed value "C".
               10  te-feed-name pic x(8).
               10  te-creation-date pic x(8).
               10  te-record-count pic 9(7) comp-3.
               10  te-hash-total pic s9(11) comp-3.
               10  te-verdict pic x(8).
               10  te-disposition pic x(8).
                   88  te-accepted value "ACCEPTED".
      * one transmission's pre-scan
       01  header-seen-switch pic x.
           88  header-seen value "Y".
       01  trailer-seen-switch pic x.
           88  trailer-seen value "Y".
       01  trailer-record-count pic 9(7) comp-3.
       01  trailer-hash-total pic s9(11) comp-3.
       01  scan-record-count pic 9(7) comp-3.
       01  scan-hash-total pic s9(11) comp-3.
       01  feed-duplicate-switch pic x.
           88  feed-duplicate value "Y".
       01  feed-registered-switch pic x.
           88  feed-registered value "Y".
       01  consumed-count pic 9(2) comp-3 value zero.
      * tonight's totals - the combined bracket carries these
       01  waiting-count pic 9(2) comp-3 value zero.
       01  accepted-count pic 9(2) comp-3 value zero.
       01  refused-count pic 9(2) comp-3 value zero.
       01  combined-record-count pic 9(7) comp-3 value zero.
       01  combined-hash-total pic s9(11) comp-3 value zero.
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  aud-waiting pic 9.
       01  aud-accepted pic 9.
       01  aud-refused pic 9.
       01  aud-combined pic 9(7).
       01  report-heading-1.
           05  filler pic x(30) value "Posting Feed Intake".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  column-heading.
           05  filler pic x(9) value "Inbound".
           05  filler pic x(9) value "Feed".
           05  filler pic x(9) value "Created".
           05  filler pic x(8) value "Records".
           05  filler pic x(17) value "             Hash".
           05  filler pic x(9) value "  Verdict".
           05  filler pic x(11) value "  Outcome".
       01  detail-line.
           05  dl-inbound pic x(8).
           05  filler pic x value space.
           05  dl-feed pic x(8).
           05  filler pic x value space.
           05  dl-created pic x(8).
           05  filler pic x value space.
           05  dl-records pic z(6)9.
           05  filler pic x value space.
           05  dl-hash pic -(15)9.
           05  filler pic x(2) value spaces.
           05  dl-verdict pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-disposition pic x(8).
       01  combined-line.
           05  filler pic x(35) value "Combined into ADDIN".
           05  cl-records pic z(6)9.
           05  filler pic x value space.
           05  cl-hash pic -(15)9.
       01  total-line.
           05  filler pic x(22) value "Transmissions waiting:".
           05  tl-waiting pic z9.
           05  filler pic x(12) value "  accepted: ".
           05  tl-accepted pic z9.
           05  filler pic x(11) value "  refused: ".
           05  tl-refused pic z9.
       01  nothing-waiting-line pic x(60)
               value "No transmission waiting - ADDIN left as it was".
       01  nothing-accepted-line pic x(60)
               value "All transmissions refused - ADDIN left as it was".

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           accept feedforce-value from environment "FEEDFORCE"

           perform varying t from 1 by 1
                   until t is greater than max-transmissions
               perform check-one-transmission
           end-perform

      * the accepted transmissions in inbound order onto the work
      * file, then out as the new ADDIN - the old feed stands until
      * the rewrite, and nothing registers until the feed is whole
           if accepted-count is greater than zero
               open output trans-work-file
               perform varying t from 1 by 1
                       until t is greater than max-transmissions
                   if te-accepted (t)
                       perform copy-transmission-to-work
                   end-if
               end-perform
               close trans-work-file
               perform rewrite-feed
               perform varying t from 1 by 1
                       until t is greater than max-transmissions
                   if te-accepted (t)
                       perform register-transmission
                   end-if
               end-perform
           end-if

           perform print-intake-report
           perform write-audit-record
           display "FeedIntake: " waiting-count
               " transmission(s) waiting, " accepted-count
               " accepted, " refused-count " refused"
           evaluate true
               when waiting-count is greater than zero
                   and accepted-count equal zero
                   move "FeedIntake" to alert-program-id
                   move "ERROR" to alert-severity
                   move "ALL-REFUSED" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-ERROR to return-code
               when refused-count is greater than zero
                   move "FeedIntake" to alert-program-id
                   move "WARNING" to alert-severity
                   move "FEEDS-REFUSED" to alert-reason
                   call "RaiseAlert" using alert-parms
                   move RC-WARNING to return-code
               when other
                   move RC-SUCCESS to return-code
           end-evaluate
           stop run.

       build-transmission-name.
           move t to transmission-number
           move spaces to transmission-name
           string "ADDIN" transmission-number
               delimited by size into transmission-name.

      * a transmission not on the inbound set simply is not
      * waiting tonight; one that is gets its pre-scan, its
      * verdict, and its ack
       check-one-transmission.
           perform build-transmission-name
           move "N" to te-waiting-switch (t)
           move spaces to te-disposition (t)
           open input transmission-file
           if transmission-status not equal "00"
               exit paragraph
           end-if
           move "Y" to te-waiting-switch (t)
           move spaces to te-feed-name (t)
           move spaces to te-creation-date (t)
           perform prescan-transmission
           close transmission-file
           move scan-record-count to te-record-count (t)
           move scan-hash-total to te-hash-total (t)
           evaluate true
               when not header-seen or not trailer-seen
                   move "MISSING" to te-verdict (t)
               when trailer-record-count not equal scan-record-count
                   move "CNT-DIFF" to te-verdict (t)
               when trailer-hash-total not equal scan-hash-total
                   move "MISMATCH" to te-verdict (t)
               when other
                   perform check-transmission-register
                   evaluate true
                       when feed-forced
                           move "MATCHED" to te-verdict (t)
                       when feed-duplicate
                           move "DUP-FEED" to te-verdict (t)
                       when feed-registered
                           move "CONSUMED" to te-verdict (t)
                       when other
                           move "MATCHED" to te-verdict (t)
                   end-evaluate
           end-evaluate
      * taken in on an earlier night and still on the inbound set -
      * left alone, its ack from that night standing
           if te-verdict (t) equal "CONSUMED"
               move "C" to te-waiting-switch (t)
               move "SKIPPED" to te-disposition (t)
               add 1 to consumed-count
               display "FeedIntake: " transmission-name " feed "
                   te-feed-name (t) " already on FEEDREG - skipped"
               exit paragraph
           end-if
           add 1 to waiting-count
           if te-verdict (t) equal "MATCHED"
               move "ACCEPTED" to te-disposition (t)
               add 1 to accepted-count
               add scan-record-count to combined-record-count
               add scan-hash-total to combined-hash-total
           else
               move "REFUSED" to te-disposition (t)
               add 1 to refused-count
               display "FeedIntake: " transmission-name " refused - "
                   te-verdict (t)
           end-if
           perform write-transmission-ack.

      * the whole transmission read once with nothing written - the
      * header's name and date kept, the data records counted and
      * hashed the way Add's pre-scan does
       prescan-transmission.
           move "N" to header-seen-switch
           move "N" to trailer-seen-switch
           move zero to trailer-record-count
           move zero to trailer-hash-total
           move zero to scan-record-count
           move zero to scan-hash-total
           move "N" to transmission-eof-switch
           perform until transmission-eof
               read transmission-file
                   at end
                       move "Y" to transmission-eof-switch
                   not at end
                       perform prescan-one-record
               end-read
           end-perform.

       prescan-one-record.
           evaluate true
               when transmission-header
                   move "Y" to header-seen-switch
                   move txh-feed-name to te-feed-name (t)
                   move txh-creation-date to te-creation-date (t)
               when transmission-trailer
                   move "Y" to trailer-seen-switch
                   move txt-record-count to trailer-record-count
                   move txt-hash-total to trailer-hash-total
               when other
                   add 1 to scan-record-count
                   if number1 is numeric and number2 is numeric
                       add number1 number2 to scan-hash-total
                   end-if
           end-evaluate.

      * a fingerprint already on the register was consumed on an
      * earlier night; one matching a transmission accepted ahead
      * of it tonight is the same file sent twice
       check-transmission-register.
           move "N" to feed-duplicate-switch
           move "N" to feed-registered-switch
           perform varying t2 from 1 by 1 until t2 is not less than t
               if te-accepted (t2)
                   and te-feed-name (t2) equal te-feed-name (t)
                   and te-creation-date (t2) equal
                       te-creation-date (t)
                   and te-record-count (t2) equal scan-record-count
                   and te-hash-total (t2) equal scan-hash-total
                   move "Y" to feed-duplicate-switch
               end-if
           end-perform
           move "N" to feedreg-eof-switch
           open input feed-register-file
           if feedreg-status equal "00"
               perform until feedreg-eof
                   read feed-register-file
                       at end
                           move "Y" to feedreg-eof-switch
                       not at end
                           move feed-register-record
                               to ws-feedreg-record
                           if fr-feed-name equal te-feed-name (t)
                               and fr-creation-date equal
                                   te-creation-date (t)
                               and fr-record-count equal
                                   scan-record-count
                               and fr-hash-total equal
                                   scan-hash-total
                               move "Y" to feed-registered-switch
                           end-if
                   end-read
               end-perform
               close feed-register-file
           end-if
           if (feed-duplicate or feed-registered) and feed-forced
               display "FeedIntake: " transmission-name " feed "
                   te-feed-name (t) " already consumed - FEEDFORCE "
                   "accepted"
           end-if.

      * the acknowledgment is named for the transmission it
      * answers - ADDIN01ACK and so on, the suffix Add uses
       write-transmission-ack.
           move spaces to ack-name
           string transmission-name delimited by space
               "ACK" delimited by size into ack-name
           move te-feed-name (t) to ack-feed-name
           move te-creation-date (t) to ack-creation-date
           move te-record-count (t) to ack-records-read
           move te-verdict (t) to ack-hash-verdict
           move te-disposition (t) to ack-disposition
           call "RunNumber" using ack-run-number
           open output ack-file
           move ws-ack-record to ack-record
           write ack-record
           close ack-file.

      * the data records only - each transmission's own bracket
      * drops here, the combined one is written fresh
       copy-transmission-to-work.
           perform build-transmission-name
           open input transmission-file
           move "N" to transmission-eof-switch
           perform until transmission-eof
               read transmission-file
                   at end
                       move "Y" to transmission-eof-switch
                   not at end
                       if not transmission-header
                           and not transmission-trailer
                           move transmission-record
                               to trans-work-record
                           write trans-work-record
                       end-if
               end-read
           end-perform
           close transmission-file.

       rewrite-feed.
           open input trans-work-file
           open output trans-file
           move spaces to trans-header-record
           move "HDR" to th-record-type
           move "ADDIN" to th-feed-name
           move run-date to th-creation-date
           write trans-header-record
           move "N" to work-eof-switch
           perform until work-eof
               read trans-work-file
                   at end
                       move "Y" to work-eof-switch
                   not at end
                       move trans-work-record to trans-record
                       write trans-record
               end-read
           end-perform
           move spaces to trans-trailer-record
           move "TRL" to tt-record-type
           move combined-record-count to tt-record-count
           move combined-hash-total to tt-hash-total
           write trans-trailer-record
           close trans-work-file
           close trans-file.

      * each accepted transmission's own fingerprint onto the
      * register - a re-sent transmission refuses tomorrow
       register-transmission.
           move te-feed-name (t) to fr-feed-name
           move te-creation-date (t) to fr-creation-date
           move te-record-count (t) to fr-record-count
           move te-hash-total (t) to fr-hash-total
           open extend feed-register-file
           if feedreg-status equal "35"
               open output feed-register-file
           end-if
           move ws-feedreg-record to feed-register-record
           write feed-register-record
           close feed-register-file.

       print-intake-report.
           open output report-file
           move run-date to rh1-date
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move spaces to report-line
           write report-line
           if waiting-count equal zero
               and consumed-count equal zero
               move nothing-waiting-line to report-line
               write report-line
               close report-file
               exit paragraph
           end-if
           move column-heading to report-line
           write report-line
           perform varying t from 1 by 1
                   until t is greater than max-transmissions
               if te-waiting (t) or te-consumed (t)
                   perform build-transmission-name
                   move transmission-name to dl-inbound
                   move te-feed-name (t) to dl-feed
                   move te-creation-date (t) to dl-created
                   move te-record-count (t) to dl-records
                   move te-hash-total (t) to dl-hash
                   move te-verdict (t) to dl-verdict
                   move te-disposition (t) to dl-disposition
                   move detail-line to report-line
                   write report-line
               end-if
           end-perform
           move spaces to report-line
           write report-line
           move waiting-count to tl-waiting
           move accepted-count to tl-accepted
           move refused-count to tl-refused
           move total-line to report-line
           write report-line
           if accepted-count equal zero
               move nothing-accepted-line to report-line
           else
               move combined-record-count to cl-records
               move combined-hash-total to cl-hash
               move combined-line to report-line
           end-if
           write report-line
           close report-file.

      * one line per run on the shared audit trail - the combined
      * count is what Balancer ties the accepted transmissions to
       write-audit-record.
           move spaces to ws-audit-record
           move "FeedIntake" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move waiting-count to aud-waiting
           move accepted-count to aud-accepted
           move refused-count to aud-refused
           move combined-record-count to aud-combined
           string "Waiting: " aud-waiting " Accepted: " aud-accepted
               delimited by size into aud-input-summary
           string "Combined: " aud-combined " Refused: " aud-refused
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program FeedIntake.
