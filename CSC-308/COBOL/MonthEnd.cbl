      *                                                               *
      * The month reported defaults to the processing date's month; *
      * MEMONTH=yyyymm (JCL PARM / environment variable) selects an *
      * earlier one; MEMONTH=PRIOR the month before the processing  *
      * date's, for the close the job schedule runs a few business  *
      * days into the new month.                                    *
      *                                                               *
      * MECLOSE=Y additionally stamps the reported month onto the   *
      * closed-period register (CLOSEDPD) once accounting signs the *
       01  report-month pic x(6).
       01  memonth-value pic x(6).
       01  mtd-name pic x(20) value "MTDFILE".
       01  prior-month.
           05  prior-yyyy pic 9(4).
           05  prior-mm pic 9(2).
      * the close stamp: MECLOSE=Y files the month as closed once
      * the summary is signed off; stamping twice is harmless
       01  closedpd-status pic xx.
           if memonth-value is numeric
               move memonth-value to report-month
           end-if
           if memonth-value equal "PRIOR"
               move run-date (1:6) to prior-month
               if prior-mm equal 1
                   subtract 1 from prior-yyyy
                   move 12 to prior-mm
               else
                   subtract 1 from prior-mm
               end-if
               move prior-month to report-month
           end-if

           open output report-file
           perform start-new-page
