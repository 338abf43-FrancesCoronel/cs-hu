      *****************************************************************
      *                                                               *
      * NsfReport                                                     *
      *                                                               *
      * The morning insufficient-funds listing. Add returns an item   *
      * that would take its account past the class's overdraft        *
      * allowance instead of posting it, and files it on the          *
      * returned-items file (RETITEMS); this report lists one         *
      * night's returns by department - account, feed item, the       *
      * amount that did not post, and how far short the account       *
      * fell - with a count and total per department and for the      *
      * night, in the same heading/paging style as RejectReport.      *
      *                                                               *
      * The night reported defaults to the latest processing date     *
      * on the file, which is what the morning shift wants;           *
      * NSFDATE=yyyymmdd (JCL PARM / environment variable) selects    *
      * another night.                                                *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. NsfReport.

       environment division.
       configuration section.
       input-output section.
       file-control.
           select returned-file assign to "RETITEMS"
               organization is line sequential
               file status is retitems-status.
           select dept-control-file assign to "DEPTCTL"
               organization is line sequential
               file status is deptctl-status.
           select report-file assign to "NSFRPT"
               organization is line sequential
               file status is rpt-status.

       data division.
       file section.
       fd  returned-file.
       01  returned-record pic x(75).

       fd  dept-control-file.
       01  dept-control-record.
           05  dc-dept pic x(3).
           05  dc-name pic x(20).

       fd  report-file.
       01  report-line pic x(80).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
       01  retitems-status pic xx.
       01  deptctl-status pic xx.
       01  rpt-status pic xx.
           copy "WS-RETITEM-RECORD".
       01  returned-eof-switch pic x value "N".
           88  returned-eof value "Y".
       01  deptctl-eof-switch pic x value "N".
           88  deptctl-eof value "Y".
      * the department names for the section headings - off DEPTCTL
      * like Add's edit table, with the same compiled-in fallback
           copy "WS-DEPT-TABLE".
       01  d pic 9(3) comp-3.
      * the night being reported, and its returns held for the
      * department break
       01  nsfdate-value pic x(8).
       01  report-date pic x(8).
       01  ret-count pic 9(5) comp-3 value zero.
       01  max-ret-size pic 9(5) comp-3 value 1000.
       01  ret-table.
           05  ret-entry occurs 1 to 1000 times
                   depending on ret-count.
               10  rt-record pic x(75).
       01  r pic 9(5) comp-3.
       01  ret-dropped-count pic 9(5) comp-3 value zero.
      * the departments seen tonight, in code order
       01  section-count pic 9(3) comp-3 value zero.
       01  section-table.
           05  section-dept occurs 50 times pic x(3).
       01  s pic 9(3) comp-3.
       01  s2 pic 9(3) comp-3.
       01  section-swap pic x(3).
       01  section-found-switch pic x.
           88  section-found value "Y".
       01  dept-items pic 9(5) comp-3.
       01  dept-amount pic s9(11) comp-3.
       01  dept-shortfall pic s9(11) comp-3.
       01  night-items pic 9(5) comp-3 value zero.
       01  night-amount pic s9(11) comp-3 value zero.
       01  night-shortfall pic s9(11) comp-3 value zero.
      * page headings are reprinted every time this many body lines
      * have gone out on the current page
       01  max-lines-per-page pic 99 value 40.
       01  lines-on-page pic 99 value zero.
       01  page-number pic 999 value zero.
       01  held-report-line pic x(80).
       01  run-date pic x(8).
       01  heading-run-number pic 9(9).
       01  report-heading-1.
           05  filler pic x(30) value "Returned Items (NSF) Listing".
           05  filler pic x(10) value "Run Date:".
           05  rh1-date pic x(8).
           05  filler pic x(6) value "Page: ".
           05  rh1-page pic zz9.
           05  filler pic x(7) value "  Run: ".
           05  rh1-run pic 9(9).
       01  report-heading-2.
           05  filler pic x(22) value "Returns for the night ".
           05  rh2-date pic x(8).
       01  section-heading.
           05  filler pic x(12) value "Department ".
           05  sh-dept pic x(3).
           05  filler pic x(2) value spaces.
           05  sh-name pic x(20).
       01  column-heading.
           05  filler pic x(10) value "Account".
           05  filler pic x(10) value "Feed".
           05  filler pic x(9) value "Item".
           05  filler pic x(6) value "Code".
           05  filler pic x(13) value "       Amount".
           05  filler pic x(13) value "    Shortfall".
           05  filler pic x(10) value "  Run".
       01  detail-line.
           05  dl-account pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-feed pic x(8).
           05  filler pic x(2) value spaces.
           05  dl-item pic z(6)9.
           05  filler pic x(2) value spaces.
           05  dl-code pic x(4).
           05  filler pic x(2) value spaces.
           05  dl-amount pic -(10)9.
           05  filler pic x(2) value spaces.
           05  dl-shortfall pic -(10)9.
           05  filler pic x(2) value spaces.
           05  dl-run pic 9(9).
       01  subtotal-line.
           05  filler pic x(4) value spaces.
           05  stl-label pic x(16).
           05  stl-items pic zzzz9.
           05  filler pic x(8) value " items  ".
           05  stl-amount pic -(10)9.
           05  filler pic x(2) value spaces.
           05  stl-shortfall pic -(10)9.
       01  no-data-line pic x(40)
               value "  (no returned items)".
       01  dropped-line.
           05  filler pic x(34)
                   value "  *** returns not listed (full): ".
           05  dpl-count pic zzzz9.
      * generation keeping: the finished live report is copied to a
      * dated generation and cataloged through ReportKeep
       01  keep-report-name pic x(12).
       01  keep-pages pic 9(5).
       01  keep-items pic 9(7).

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           call "RunNumber" using heading-run-number
           perform load-department-control
           move spaces to nsfdate-value
           accept nsfdate-value from environment "NSFDATE"
           if nsfdate-value is numeric
               move nsfdate-value to report-date
           else
               perform find-latest-night
           end-if
           perform load-nights-returns

           open output report-file
           perform start-new-page
           if ret-count is equal to zero
               move no-data-line to report-line
               perform write-report-line
           else
               perform varying s from 1 by 1
                       until s is greater than section-count
                   perform print-one-department
               end-perform
               move spaces to report-line
               perform write-report-line
               move "Night total" to stl-label
               move night-items to stl-items
               move night-amount to stl-amount
               move night-shortfall to stl-shortfall
               move subtotal-line to report-line
               perform write-report-line
           end-if
           if ret-dropped-count is greater than zero
               move ret-dropped-count to dpl-count
               move dropped-line to report-line
               perform write-report-line
           end-if
           close report-file

           move "NSFRPT" to keep-report-name
           move page-number to keep-pages
           move night-items to keep-items
           call "ReportKeep" using keep-report-name run-date
               keep-pages keep-items
           display "NsfReport: " night-items " returned item(s) "
               "for " report-date ", " page-number " page(s)"
           if ret-dropped-count is greater than zero
               move "NsfReport" to alert-program-id
               move "WARNING" to alert-severity
               move "ITEMS-DROPPED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
           end-if
           stop run.

      * the latest night on the file - the morning after, that is
      * last night's run whatever the machine date says
       find-latest-night.
           move spaces to report-date
           open input returned-file
           if retitems-status equal "00"
               perform until returned-eof
                   read returned-file
                       at end
                           move "Y" to returned-eof-switch
                       not at end
                           move returned-record to ws-retitem-record
                           if ri-run-date is greater than report-date
                               move ri-run-date to report-date
                           end-if
                   end-read
               end-perform
               close returned-file
           end-if
           if report-date equal spaces
               move run-date to report-date
           end-if
           move "N" to returned-eof-switch.

      * the chosen night's returns into the table, and each
      * department seen onto the section list
       load-nights-returns.
           open input returned-file
           if retitems-status equal "00"
               perform until returned-eof
                   read returned-file
                       at end
                           move "Y" to returned-eof-switch
                       not at end
                           move returned-record to ws-retitem-record
                           if ri-run-date equal report-date
                               perform hold-one-return
                           end-if
                   end-read
               end-perform
               close returned-file
           end-if
           perform order-sections.

       hold-one-return.
           if ret-count is equal to max-ret-size
               add 1 to ret-dropped-count
               exit paragraph
           end-if
           add 1 to ret-count
           move ws-retitem-record to rt-record (ret-count)
           move "N" to section-found-switch
           perform varying s from 1 by 1
                   until s is greater than section-count
               if section-dept (s) equal ri-dept
                   move "Y" to section-found-switch
                   move section-count to s
               end-if
           end-perform
           if not section-found and section-count is less than 50
               add 1 to section-count
               move ri-dept to section-dept (section-count)
           end-if.

      * the handful of department codes into code order
       order-sections.
           perform varying s from 1 by 1
                   until s is not less than section-count
               perform varying s2 from s by 1
                       until s2 is greater than section-count
                   if section-dept (s2) is less than section-dept (s)
                       move section-dept (s) to section-swap
                       move section-dept (s2) to section-dept (s)
                       move section-swap to section-dept (s2)
                   end-if
               end-perform
           end-perform.

      * one department's section: heading, its returns, subtotal
       print-one-department.
           move spaces to report-line
           perform write-report-line
           move section-dept (s) to sh-dept
           move "(not on DEPTCTL)" to sh-name
           perform varying d from 1 by 1
                   until d is greater than department-count
               if dept-code (d) equal section-dept (s)
                   move dept-name (d) to sh-name
                   move department-count to d
               end-if
           end-perform
           move section-heading to report-line
           perform write-report-line
           move column-heading to report-line
           perform write-report-line
           move zero to dept-items
           move zero to dept-amount
           move zero to dept-shortfall
           perform varying r from 1 by 1
                   until r is greater than ret-count
               move rt-record (r) to ws-retitem-record
               if ri-dept equal section-dept (s)
                   perform print-one-return
               end-if
           end-perform
           move "Department" to stl-label
           move dept-items to stl-items
           move dept-amount to stl-amount
           move dept-shortfall to stl-shortfall
           move subtotal-line to report-line
           perform write-report-line.

       print-one-return.
           move ri-account to dl-account
           move ri-feed-name to dl-feed
           move ri-item to dl-item
           move ri-code to dl-code
           move ri-amount to dl-amount
           move ri-shortfall to dl-shortfall
           move ri-run-number to dl-run
           move detail-line to report-line
           perform write-report-line
           add 1 to dept-items
           add ri-amount to dept-amount
           add ri-shortfall to dept-shortfall
           add 1 to night-items
           add ri-amount to night-amount
           add ri-shortfall to night-shortfall.

      * the departments off DEPTCTL - no file at all falls back to
      * the compiled-in defaults, same as Add
       load-department-control.
           open input dept-control-file
           if deptctl-status not equal "00"
               perform varying d from 1 by 1
                       until d is greater than
                           department-default-count
                   move default-department (d)
                       to department-entry (d)
               end-perform
               move department-default-count to department-count
           else
               perform until deptctl-eof
                   read dept-control-file
                       at end
                           move "Y" to deptctl-eof-switch
                       not at end
                           if department-count is less than
                                   max-department-size
                               add 1 to department-count
                               move dc-dept to dept-code
                                   (department-count)
                               move dc-name to dept-name
                                   (department-count)
                           end-if
                   end-read
               end-perform
               close dept-control-file
           end-if.

      * start a fresh page - new heading, line counter reset
       start-new-page.
           add 1 to page-number
           move run-date to rh1-date
           move page-number to rh1-page
           move heading-run-number to rh1-run
           move report-heading-1 to report-line
           write report-line
           move report-date to rh2-date
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

       end program NsfReport.
