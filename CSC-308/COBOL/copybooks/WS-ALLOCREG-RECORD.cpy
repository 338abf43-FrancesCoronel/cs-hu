      *****************************************************************
      *                                                               *
      * WS-ALLOCREG-RECORD                                            *
      *                                                               *
      * Common layout for the cost allocation register (ALLOCREG).    *
      * CostAlloc writes one line for every leg of the month's        *
      * allocation - the pool it came from, the department it         *
      * moves, the share and the amount (the pool's own leg is the    *
      * whole month out, with a zero share) - each stamped with the   *
      * fingerprint of the ALLOCIN feed it went out on. Whether       *
      * that fingerprint is on FEEDREG tells a reader whether Add     *
      * has posted the legs yet: BudgetReport backs them out for      *
      * its pre-allocation actuals once they are posted, and adds     *
      * them in for its post-allocation actuals until they are.       *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-allocreg-record.
           05  alg-month pic x(6).
           05  alg-pool pic x(3).
           05  alg-dept pic x(3).
           05  alg-percent pic 9(3)v99.
           05  alg-amount pic s9(11) sign is trailing separate.
           05  alg-feed-date pic x(8).
           05  alg-feed-count pic 9(7).
           05  alg-feed-hash pic s9(11) sign is trailing separate.
