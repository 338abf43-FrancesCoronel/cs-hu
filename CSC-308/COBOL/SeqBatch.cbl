      * the next unprocessed record instead of reissuing or skipping  *
      * sequence numbers.                                             *
      *                                                               *
      * An INV document also carries the customer account billed,     *
      * the amount, and (optionally) the due date. Each invoice       *
      * number issued is written to the invoice register INVREG as    *
      * an open invoice, for Add to apply payments against. The due   *
      * date defaults to the issue date plus INVTERMS days (JCL PARM  *
      * / environment variable, default 30). An invoice whose         *
      * customer is not an active account, or whose amount or due     *
      * date will not edit, stops the run before a number is drawn -  *
      * the same as a document with no series to draw from.           *
      *                                                               *
      *****************************************************************
       identification division.
       program-id. SeqBatch.
               access mode is random
               relative key is checkpoint-key
               file status is seqckpt-status.
           select invoice-register-file assign to "INVREG"
               organization is line sequential
               file status is invreg-status.
           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-status.
      * CHK check, INV invoice, JV journal voucher
           05  si-doc-type pic x(3).
           05  si-document pic x(20).
      * INV only - spaces on the other types
           05  si-customer pic x(8).
           05  si-amount pic 9(9).
           05  si-due-date pic x(8).

      * kept as one flat field rather than a group of document/number
      * subfields - GnuCOBOL mis-tracks the relative seq-in-file's
       01  checkpoint-record.
           05  last-record-processed pic 9(9).

       fd  invoice-register-file.
       01  invoice-register-record pic x(80).

       fd  audit-file.
       01  audit-record pic x(95).

               replacing ==FS-FIELD== by ==seqbin-status==.
       01  seqbout-status pic xx.
       01  seqckpt-status pic xx.
       01  invreg-status pic xx.
       01  audit-status pic xx.
           copy "WS-AUDIT-RECORD".
           copy "WS-EOF-SWITCH".
      * DailyBatch uses, so the evening VERIFY does not mistake a
      * day-shift numbering run for tampering
       01  manifest-step pic x(14) value "./Manifest".
      * the invoice register line for an INV document, and the edit
      * of its customer against the account master
           copy "WS-INVREG-RECORD".
           copy "WS-ACCT-RECORD".
       01  acct-lookup-result pic x.
           88  acct-lookup-active value "A".
       01  acct-master-hold pic x(8) value "*HOLD".
       01  acct-master-free pic x(8) value "*FREE".
       01  run-date pic x(8).
       01  run-date-integer pic 9(7) comp-3.
       01  due-date-integer pic 9(7) comp-3.
       01  invterms-value pic x(3).
       01  invoice-terms pic 9(3) value 30.
       01  invoice-count pic 9(7) comp-3 value zero.

       procedure division.
       main-logic.
           call "ProcDate" using run-date
           compute run-date-integer =
               function integer-of-date (function numval (run-date))
           move spaces to invterms-value
           accept invterms-value from environment "INVTERMS"
           if invterms-value not equal spaces
               if invterms-value is numeric
                   move invterms-value to invoice-terms
               else
                   display "SeqBatch: INVTERMS " invterms-value
                       " is not a number of days"
                   move RC-ERROR to return-code
                   stop run
               end-if
           end-if

           open input seq-in-file
           if not FS-FIELD-OK
               display "SeqBatch: unable to open SEQBIN, status "
           perform open-or-create-checkpoint
           perform skip-already-processed-records

      * every invoice's customer is looked up - the master is held
      * open for the run
           call "AcctLookup" using acct-master-hold acct-lookup-result
               ws-acct-record
           perform until end-of-file
               read seq-in-file
                   at end
                       perform process-one-document
               end-read
           end-perform
           call "AcctLookup" using acct-master-free acct-lookup-result
               ws-acct-record

           close seq-in-file
           close seq-out-file
           close checkpoint-file
           display "SeqBatch: skipped " records-skipped
               " already-processed record(s) on restart"
           display "SeqBatch: " invoice-count
               " invoice(s) written to INVREG"
           if last-record-processed is greater than records-skipped
               set environment "MANMODE" to "RECORD"
               call "SYSTEM" using manifest-step
      * series (or an exhausted one) stops the run: skipping would
      * leave the document unnumbered and unaccounted for.
       process-one-document.
           if si-doc-type equal "INV"
               perform check-invoice-detail
           end-if
           call "LoopType" using si-doc-type next-number
           if next-number is equal to zero
               display "SeqBatch: no number issued for type "
           move next-number to ws-out-number
           move ws-out-line to seq-out-record
           write seq-out-record
           if si-doc-type equal "INV"
               perform write-invoice-register-line
           end-if
           add 1 to last-record-processed
           rewrite checkpoint-record.

      * an invoice must bill an active customer for a real amount,
      * due no earlier than it is issued - anything else stops the
      * run before the number is drawn, so the series holds no
      * number for an invoice that was never registered
       check-invoice-detail.
           call "AcctLookup" using si-customer acct-lookup-result
               ws-acct-record
           if not acct-lookup-active
               display "SeqBatch: invoice " si-document
                   " customer " si-customer
                   " is not an active account - run abended"
               move RC-ERROR to return-code
               stop run
           end-if
           if si-amount is not numeric or si-amount equal zero
               display "SeqBatch: invoice " si-document
                   " has no valid amount - run abended"
               move RC-ERROR to return-code
               stop run
           end-if
           if si-due-date equal spaces
               compute due-date-integer =
                   run-date-integer + invoice-terms
               exit paragraph
           end-if
           if si-due-date is not numeric
               move zero to due-date-integer
           else
               compute due-date-integer =
                   function integer-of-date (function numval
                       (si-due-date))
           end-if
           if due-date-integer is less than run-date-integer
               display "SeqBatch: invoice " si-document
                   " due date " si-due-date
                   " is not a date on or after today - run abended"
               move RC-ERROR to return-code
               stop run
           end-if.

      * the new invoice goes on the register open, nothing paid
       write-invoice-register-line.
           move spaces to ws-invreg-record
           move next-number to inv-number
           move si-customer to inv-customer
           move si-document to inv-document
           move run-date to inv-issue-date
           move function date-of-integer (due-date-integer)
               to inv-due-date
           move si-amount to inv-amount
           move zero to inv-paid
           set inv-open to true
           open extend invoice-register-file
           if invreg-status equal "35"
               open output invoice-register-file
           end-if
           move ws-invreg-record to invoice-register-record
           write invoice-register-record
           close invoice-register-file
           add 1 to invoice-count.

      * one line per run on the shared audit trail
       write-audit-record.
           move spaces to ws-audit-record
