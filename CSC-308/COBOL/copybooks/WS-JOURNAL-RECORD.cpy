      * AcctStatement turns it into the per-account activity         *
      * statement an account holder can be shown.                    *
      *                                                               *
      * The trailing source fields say where the line came from: the *
      * feed name and creation date off the feed header (ADDPARM for *
      * the PARM pair, CMPSUSP for a suspense entry), the record's   *
      * position in that feed, and the feed's reference - for a VOID *
      * the item number it backed out. ItemTrace follows an item     *
      * from its feed record to the GL extract through these. Lines  *
      * written before they existed read as spaces there.            *
      *                                                               *
      * The operator field names who keyed the item, off the header  *
      * of a batch keyed through KeyEntry - spaces for anything a    *
      * program produced.                                            *
      *                                                               *
      * An XFER moves money between two accounts in one record, and  *
      * posts as two lines - the out-leg and the in-leg. Both carry  *
      * the out-leg's item number as their transfer reference, so    *
      * either line finds its partner; zero on every other line.     *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD  *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.      *
      *                                                               *
           05  jr-effect pic s9(9) sign is trailing separate.
           05  jr-run-number pic 9(9).
           05  jr-run-date pic x(8).
           05  jr-feed-name pic x(8).
           05  jr-feed-date pic x(8).
           05  jr-feed-item pic 9(7).
           05  jr-ref pic 9(7).
           05  jr-xfer-ref pic 9(7).
           05  jr-operator pic x(8).
