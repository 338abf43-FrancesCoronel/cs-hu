      *****************************************************************
      *                                                               *
      * WS-WRITEOFF-RECORD                                            *
      *                                                               *
      * Common layout for one approved write-off on the permanent     *
      * write-off log (WRTOFLOG). WriteOff appends a line for every   *
      * open EXCHIST break it closes as written off; the monthly      *
      * register (WriteOffReg) reads them back by clerk and reason.   *
      * The run, the clerk who keyed it and why, the break it         *
      * closed (account plus the date it was first seen), the         *
      * account's class, the amount written off to the cent, the      *
      * whole-unit ADJ that went onto WOADDIN for it (rounded, so     *
      * zero when the break is under half a unit - the ledger         *
      * carries no cents to correct), and the write-off account the   *
      * offset posted to.                                             *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-writeoff-record.
           05  wo-run-date pic x(8).
           05  wo-run-number pic 9(9).
           05  wo-clerk pic x(8).
           05  wo-reason pic x(4).
           05  wo-account pic x(8).
           05  wo-first-seen pic x(8).
           05  wo-class pic x(2).
           05  wo-amount pic s9(7)v99 sign is trailing separate.
           05  wo-posted pic s9(9) sign is trailing separate.
           05  wo-writeoff-account pic x(8).
