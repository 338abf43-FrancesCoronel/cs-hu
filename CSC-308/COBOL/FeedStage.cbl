      *****************************************************************
      *                                                               *
      * FeedStage                                                     *
      *                                                               *
      * Puts one business day's dated feeds in place for the          *
      * nightly stream. The producers' transmissions for a date       *
      * are kept under the date they belong to -                      *
      *                                                               *
      *     ADDIN.yyyymmdd    CMPIN.yyyymmdd                          *
      *     BSIN01.yyyymmdd   BSIN02.yyyymmdd   BSIN03.yyyymmdd       *
      *                                                               *
      * - and this program copies them over the live names the        *
      * stream reads (ADDIN, CMPIN, BSIN01-03), record for record,    *
      * so a date can never run against another date's feed by a      *
      * slip of the hand when feeds are renamed in. DailyBatch's      *
      * catch-up cycle runs it ahead of every date it processes.      *
      *                                                               *
      * STAGEDATE=yyyymmdd (JCL PARM / environment variable) names    *
      * the date; default the processing date. All five dated         *
      * files must be on hand before any is staged - a date short     *
      * of a feed stages nothing, leaves the live files as they       *
      * were, and ends RC-ERROR, with each file's status on the       *
      * report. The dated copies stay where they are.                 *
      *                                                               *
      * STAGERPT shows each feed, the dated file it came from, and    *
      * the records copied; it is kept through ReportKeep and the     *
      * run leaves an audit line.                                     *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. FeedStage.

       environment division.
       configuration section.
       input-output section.
       file-control.
      * the posting and comparison feeds are fixed-length records,
      * copied in their own organization so nothing is reshaped
           select addin-source assign to dynamic source-name
               organization is sequential
               file status is source-status.
           select addin-target assign to "ADDIN"
               organization is sequential
               file status is target-status.
           select cmpin-source assign to dynamic source-name
               organization is sequential
               file status is source-status.
           select cmpin-target assign to "CMPIN"
               organization is sequential
               file status is target-status.
      * the branch key files, one pair of dynamically named selects
      * for all three - same pattern PreFlight uses
           select bsin-source assign to dynamic source-name
               organization is line sequential
               file status is source-status.
           select bsin-target assign to dynamic target-name
               organization is line sequential
               file status is target-status.
           select report-file assign to "STAGERPT"
               organization is line sequential
               file status is rpt-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.

       data division.
       file section.
       fd  addin-source.
       01  addin-source-record pic x(43).

       fd  addin-target.
       01  addin-target-record pic x(43).

       fd  cmpin-source.
       01  cmpin-source-record pic x(23).

       fd  cmpin-target.
       01  cmpin-target-record pic x(23).

       fd  bsin-source.
       01  bsin-source-record pic x(20).

       fd  bsin-target.
       01  bsin-target-record pic x(20).

       fd  report-file.
       01  report-line pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

       working-storage section.
           copy "WS-RETURN-CODES".
       01  source-status pic xx.
       01  target-status pic xx.
       01  rpt-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
       01  source-name pic x(20).
       01  target-name pic x(20).
       01  source-eof-switch pic x value "N".
           88  source-eof value "Y".
      * the five feeds a night's stream reads, and how each is kept
      * - A the 43-byte posting feed, C the 23-byte comparison
      * feed, B a branch key file
       01  feed-table-values.
           05  filler pic x(9) value "ADDIN   A".
           05  filler pic x(9) value "CMPIN   C".
           05  filler pic x(9) value "BSIN01  B".
           05  filler pic x(9) value "BSIN02  B".
           05  filler pic x(9) value "BSIN03  B".
       01  feed-table redefines feed-table-values.
           05  feed-entry occurs 5 times.
               10  fd-live-name pic x(8).
               10  fd-kind pic x.
       01  feed-count pic 9 comp-3 value 5.
       01  feed-results.
           05  feed-result occurs 5 times.
               10  fr-status pic xx.
               10  fr-records pic 9(7) comp-3.
       01  f pic 9 comp-3.
       01  stagedate-value pic x(8).
       01  stage-date pic x(8).
       01  missing-count pic 9 comp-3 value zero.
       01  staged-count pic 9 comp-3 value zero.
       01  copy-count pic 9(7) comp-3.
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  aud-missing pic 9.
       01  aud-staged pic 9.
       01  report-heading-1.
           05  filler pic x(30) value "Feed Staging".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  stage-date-line.
           05  filler pic x(17) value "Feeds dated:     ".
           05  sdl-date pic x(8).
       01  column-heading.
           05  filler pic x(10) value "Feed".
           05  filler pic x(20) value "Dated file".
           05  filler pic x(10) value "  Records".
           05  filler pic x(10) value "  Result".
       01  detail-line.
           05  dl-feed pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-source pic x(20).
           05  dl-records pic z(8)9.
           05  filler pic x(2) value spaces.
           05  dl-result pic x(20).
       01  verdict-ok-line pic x(60)
               value "All five feeds staged - the date may run".
       01  verdict-bad-line pic x(60)
               value "Feeds missing - nothing staged, live files kept".
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           move spaces to stagedate-value
           accept stagedate-value from environment "STAGEDATE"
           if stagedate-value equal spaces
               move run-date to stage-date
           else
               if stagedate-value is numeric
                   move stagedate-value to stage-date
               else
                   display "FeedStage: STAGEDATE " stagedate-value
                       " is not a yyyymmdd date"
                   move RC-ERROR to return-code
                   stop run
               end-if
           end-if

           perform varying f from 1 by 1 until f is greater than
                   feed-count
               perform check-one-feed
           end-perform
           if missing-count equal zero
               perform varying f from 1 by 1 until f is greater than
                       feed-count
                   perform stage-one-feed
               end-perform
           end-if

           perform print-staging-report
           perform write-audit-record
           display "FeedStage: " stage-date " - " staged-count
               " feed(s) staged, " missing-count " missing"
           if missing-count is greater than zero
               move RC-ERROR to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the dated file's name - the live name, a point, the date
       build-source-name.
           move spaces to source-name
           string fd-live-name (f) delimited by space
               "." delimited by size
               stage-date delimited by size
               into source-name.

      * every dated file is proved present before any is staged
       check-one-feed.
           perform build-source-name
           move zero to fr-records (f)
           evaluate fd-kind (f)
               when "A"
                   open input addin-source
                   if source-status equal "00"
                       close addin-source
                   end-if
               when "C"
                   open input cmpin-source
                   if source-status equal "00"
                       close cmpin-source
                   end-if
               when other
                   open input bsin-source
                   if source-status equal "00"
                       close bsin-source
                   end-if
           end-evaluate
           move source-status to fr-status (f)
           if source-status not equal "00"
               add 1 to missing-count
               display "FeedStage: " source-name " not on hand, "
                   "status " source-status
           end-if.

       stage-one-feed.
           perform build-source-name
           move zero to copy-count
           move "N" to source-eof-switch
           evaluate fd-kind (f)
               when "A"
                   perform copy-posting-feed
               when "C"
                   perform copy-comparison-feed
               when other
                   perform copy-branch-file
           end-evaluate
           move copy-count to fr-records (f)
           add 1 to staged-count.

       copy-posting-feed.
           open input addin-source
           open output addin-target
           perform until source-eof
               read addin-source
                   at end
                       move "Y" to source-eof-switch
                   not at end
                       move addin-source-record to addin-target-record
                       write addin-target-record
                       add 1 to copy-count
               end-read
           end-perform
           close addin-source
           close addin-target.

       copy-comparison-feed.
           open input cmpin-source
           open output cmpin-target
           perform until source-eof
               read cmpin-source
                   at end
                       move "Y" to source-eof-switch
                   not at end
                       move cmpin-source-record to cmpin-target-record
                       write cmpin-target-record
                       add 1 to copy-count
               end-read
           end-perform
           close cmpin-source
           close cmpin-target.

       copy-branch-file.
           move fd-live-name (f) to target-name
           open input bsin-source
           open output bsin-target
           perform until source-eof
               read bsin-source
                   at end
                       move "Y" to source-eof-switch
                   not at end
                       move bsin-source-record to bsin-target-record
                       write bsin-target-record
                       add 1 to copy-count
               end-read
           end-perform
           close bsin-source
           close bsin-target.

       print-staging-report.
           open output report-file
           move run-date to rh1-date
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move spaces to report-line
           write report-line
           move stage-date to sdl-date
           move stage-date-line to report-line
           write report-line
           move spaces to report-line
           write report-line
           move column-heading to report-line
           write report-line
           perform varying f from 1 by 1 until f is greater than
                   feed-count
               perform build-source-name
               move fd-live-name (f) to dl-feed
               move source-name to dl-source
               move fr-records (f) to dl-records
               evaluate true
                   when fr-status (f) not equal "00"
                       move spaces to dl-result
                       string "MISSING (status " fr-status (f) ")"
                           delimited by size into dl-result
                   when missing-count is greater than zero
                       move "not staged" to dl-result
                   when other
                       move "staged" to dl-result
               end-evaluate
               move detail-line to report-line
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           if missing-count equal zero
               move verdict-ok-line to report-line
           else
               move verdict-bad-line to report-line
           end-if
           write report-line
           close report-file
           move "STAGERPT" to keep-report-name
           move 1 to keep-pages
           move staged-count to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items.

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
           move "FeedStage" to aud-program-id
           call "ProcDate" using aud-run-date
           move function current-date (9:8) to aud-run-time
           call "RunNumber" using aud-run-number
           move missing-count to aud-missing
           move staged-count to aud-staged
           string "Feeds dated " stage-date
               delimited by size into aud-input-summary
           string "Staged: " aud-staged " Missing: " aud-missing
               delimited by size into aud-result-summary
           open extend audit-file
           if audit-status equal "35"
               open output audit-file
           end-if
           move ws-audit-record to audit-record
           write audit-record
           close audit-file.

       end program FeedStage.
