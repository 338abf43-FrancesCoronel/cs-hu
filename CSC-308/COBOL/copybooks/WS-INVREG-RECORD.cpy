      *****************************************************************
      *                                                               *
      * WS-INVREG-RECORD                                              *
      *                                                               *
      * Common layout for the invoice register (INVREG). SeqBatch     *
      * writes one line for every INV number it issues - who the      *
      * invoice is to, what for, how much, and when it falls due -    *
      * and Add applies incoming CR payments against it, a line at    *
      * a time, until the amount is paid off and the invoice is       *
      * settled. InvAging reads the open lines for the receivables    *
      * aging report.                                                 *
      *                                                               *
      * A payment names its invoice in the ADDIN pair's trans-ref,    *
      * which holds seven digits - the invoice's last seven, its      *
      * place in the INV series (the series' leading digits are the   *
      * same for every invoice). inv-ref below is that view.          *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD   *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.       *
      *                                                               *
      *****************************************************************
       01  ws-invreg-record.
           05  inv-number pic 9(9).
           05  inv-number-parts redefines inv-number.
               10  filler pic 9(2).
               10  inv-ref pic 9(7).
           05  inv-customer pic x(8).
           05  inv-document pic x(20).
           05  inv-issue-date pic x(8).
           05  inv-due-date pic x(8).
           05  inv-amount pic 9(9).
           05  inv-paid pic 9(9).
           05  inv-status pic x.
               88  inv-open value "O".
               88  inv-settled value "S".
      * the date the last payment applied - for a settled invoice,
      * the date it was paid off
           05  inv-last-paid-date pic x(8).
