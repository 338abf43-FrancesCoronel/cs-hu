      *****************************************************************
      *                                                               *
      * WS-SCHEDSTAT-RECORD                                           *
      *                                                               *
      * Common layout for one line of the periodic-step status file   *
      * (SCHEDSTAT). DailyBatch rewrites it every night with each     *
      * JOBSCHED step that fell due - and each schedule line it       *
      * refused - and what became of it: RAN, FAILED, SKIPPED (the    *
      * stream never reached it), EARLIER (done by the interrupted    *
      * run a restart picked up), or REFUSED. DailyReport prints it   *
      * on the next morning's report.                                 *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-schedstat-record.
           05  ss-run-date pic x(8).
           05  ss-step-name pic x(14).
           05  ss-when pic x(4).
           05  ss-outcome pic x(10).
           05  ss-step-rc pic 9(3).
