      * WS-ACCTHIST-RECORD                                            *
      *                                                               *
      * Common layout for the permanent account change-history file *
      * (ACCTHIST). AcctMaint appends one record per applied        *
      * A/C/X/R/M transaction, and DormScan one (action D) for each *
      * account it moves to dormant - the account, the action, the  *
      * field values before and after, and the run that applied it  *
      * - so "what class was this account in three weeks ago?" has  *
      * an answer after the ACCTRPT paper is gone. AcctHistRpt      *
      * lists an account's full history or reconstructs the master  *
      * entry as it stood on any given date.                        *
      *                                                               *
      * An add carries spaces in the before image.                  *
      *                                                               *
      * A merge writes two lines, both carrying the other account   *
      * in ah-linked-account: action M on the account merged away   *
      * (its after image closed) and action S on the surviving      *
      * account (before and after alike). Every other action leaves *
      * it spaces - as do lines written before merges existed.      *
      *                                                               *
      * Built as a WORKING-STORAGE group and MOVEd into the flat FD *
      * record before WRITE, same reasoning as WS-AUDIT-RECORD.     *
      *                                                               *
           05  ah-after-branch pic x(2).
           05  ah-run-date pic x(8).
           05  ah-run-number pic 9(9).
           05  ah-linked-account pic x(8).
