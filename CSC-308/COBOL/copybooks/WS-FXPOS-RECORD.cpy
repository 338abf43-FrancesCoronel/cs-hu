      *****************************************************************
      *                                                               *
      * WS-FXPOS-RECORD                                               *
      *                                                               *
      * Common layout for the foreign-currency position file          *
      * (FXPOS). BALMSTR carries every balance in base currency,      *
      * converted at the rate of the day each item posted - so it     *
      * cannot say what a EUR or GBP account actually holds in its    *
      * own currency. This file does: one line per foreign-currency   *
      * account, its balance in that currency, and the date it was    *
      * last revalued. FxReval opens an account's line at its first   *
      * month-end and restates the base figure from it; from then     *
      * on Add moves the foreign balance with every posting, by the   *
      * amount the feed carried before conversion.                    *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-fxpos-record.
           05  fp-account pic x(8).
           05  fp-currency pic x(3).
           05  fp-foreign-balance pic s9(11)
                   sign is trailing separate.
           05  fp-revalued-date pic x(8).
