      *****************************************************************
      *                                                               *
      * WS-RETITEM-RECORD                                             *
      *                                                               *
      * Common layout for one returned (insufficient-funds) item.     *
      * Add refuses to post an item that would take its account       *
      * past the overdraft allowance its class carries on OVDCTL;     *
      * instead of posting, the item lands here - on the permanent    *
      * returned-items file (RETITEMS) the morning NSF report reads,  *
      * and on the per-feed return file (ADDINRET, SUPPINRET ...)     *
      * the producer picks up beside the acknowledgment. The run,     *
      * the feed and the item's position in it, where it would have   *
      * posted, the signed effect it would have had, and how far      *
      * short the account fell.                                       *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-retitem-record.
           05  ri-run-date pic x(8).
           05  ri-run-number pic 9(9).
           05  ri-feed-name pic x(8).
           05  ri-item pic 9(7).
           05  ri-account pic x(8).
           05  ri-dept pic x(3).
           05  ri-code pic x(4).
           05  ri-amount pic s9(9) sign is trailing separate.
           05  ri-shortfall pic s9(9) sign is trailing separate.
           05  ri-eff-date pic x(8).
