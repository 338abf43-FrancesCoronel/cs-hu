      * anything else that needs to see a master entry - one layout  *
      * everywhere, same reasoning as WS-SORT-TABLE.                 *
      *                                                               *
      * Status is a one-byte switch: A = active, C = closed, D =     *
      * dormant. Only an active entry satisfies the key validation   *
      * in Add and the sort programs; a closed account is kept on    *
      * the master for history but takes no new activity. A dormant  *
      * account (DormScan found no journal activity for a year) is   *
      * still open and still holds its balance, but a posting to it  *
      * is held for review until AcctMaint reactivates it.           *
      *                                                               *
      *****************************************************************
       01  ws-acct-record.
           05  acct-status pic x.
               88  acct-active value "A".
               88  acct-closed value "C".
               88  acct-dormant value "D".
           05  acct-class pic x(2).
      * the currency the account is kept in - spaces (or USD, the
      * base) means no conversion; anything else is converted to
