      *****************************************************************
      *                                                               *
      * WS-RUNREV-RECORD                                              *
      *                                                               *
      * Common layout for the run backout register (RUNREV). One      *
      * line per run backed out: RunBackout writes it as G when it    *
      * builds the run's negating BKADDIN feed - the run, the date    *
      * it posted on, the feed's fingerprint, how many journal        *
      * lines were reversed and how many were left out - and Add      *
      * flips it to P, stamped with its own run number and date,      *
      * when it posts that feed. A P line is the mark that the run    *
      * is reversed: RunBackout refuses a second backout of it, and   *
      * GlExtract finds the reversed run for every RVRS line the      *
      * posting run journaled, so head office books the reversal      *
      * against the run it undoes.                                    *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-runrev-record.
           05  rv-run-number pic 9(9).
           05  rv-run-date pic x(8).
           05  rv-status pic x.
               88  rv-generated value "G".
               88  rv-posted value "P".
           05  rv-backout-date pic x(8).
           05  rv-feed-date pic x(8).
           05  rv-feed-count pic 9(7).
           05  rv-feed-hash pic s9(11) sign is trailing separate.
           05  rv-lines-reversed pic 9(7).
           05  rv-lines-left-out pic 9(7).
           05  rv-posted-run pic 9(9).
           05  rv-posted-date pic x(8).
