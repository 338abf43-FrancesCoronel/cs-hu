      * lookup-result comes back as one byte:                        *
      *     A - key found and the account is active                  *
      *     C - key found but the account is closed                  *
      *     D - key found but the account is dormant - still open,   *
      *         but a posting to it is held, not applied             *
      *     N - key not on the master                                *
      *     U - master itself unavailable (not created yet, or a     *
      *         file error) - the caller decides whether that is     *
      *         an abend or a reject                                 *
      *                                                               *
      * On A, C or D the caller's ws-acct-record is filled with the  *
      * master entry; on N or U it is cleared to spaces.             *
      *                                                               *
      * By default the master is opened and closed per call, the     *
      * same way Loop treats SEQCTL - a one-off caller needs no      *
      * open/close protocol at all. A caller that looks up accounts  *
      * record by record through a whole run can instead hold the    *
      * master open, with the entries it has read recently kept in   *
      * storage, by passing one of two control keys in lookup-key:   *
      *                                                               *
      *     *HOLD - open the master and keep it open; lookup-result  *
      *         comes back A, or U when the master cannot be opened  *
      *         (the calls that follow then run per call, exactly    *
      *         as if no hold had been asked for)                    *
      *     *FREE - close a held master and drop the kept entries    *
      *                                                               *
      * A held lookup answers exactly as a per-call one would - the  *
      * kept entries are the master's own records and results, and   *
      * nothing in a holding caller's run writes the master. The     *
      * last 200 entries read are kept, the oldest overwritten       *
      * first. STOP RUN closes a held master the caller never got    *
      * to free.                                                     *
      *                                                               *
      *****************************************************************
       identification division.
       working-storage section.
           copy "WS-RETURN-CODES".
       01  acctmstr-status pic xx.
      * the held master and the entries kept from it - storage here
      * lives across calls for the whole run
       01  master-held-switch pic x value "N".
           88  master-held value "Y".
       01  max-kept-size pic 9(3) comp-3 value 200.
       01  kept-count pic 9(3) comp-3 value zero.
       01  kept-next pic 9(3) comp-3 value zero.
       01  kept-table.
           05  kept-entry occurs 200 times.
               10  ke-key pic x(8).
               10  ke-result pic x.
               10  ke-record pic x(49).
       01  kx pic 9(3) comp-3.
       01  kept-found-switch pic x.
           88  kept-found value "Y".

       linkage section.
       01  lookup-key pic x(8).
           88  lookup-hold-request value "*HOLD".
           88  lookup-free-request value "*FREE".
       01  lookup-result pic x.
           88  lookup-active value "A".
           88  lookup-closed value "C".
           88  lookup-dormant value "D".
           88  lookup-not-found value "N".
           88  lookup-unavailable value "U".
           copy "WS-ACCT-RECORD".
               ws-acct-record.
       main-logic.
           move spaces to ws-acct-record
           if lookup-hold-request
               perform hold-master
               goback
           end-if
           if lookup-free-request
               perform free-master
               goback
           end-if
           if master-held
               perform held-lookup
               goback
           end-if

           open input acct-master-file
           if acctmstr-status not equal "00"
               set lookup-unavailable to true
               goback
           end-if

           perform read-master-entry

           close acct-master-file
           move RC-SUCCESS to return-code
           goback.

      * the one read, held or not - the key's result and entry
       read-master-entry.
           move lookup-key to acct-master-key
           read acct-master-file
               invalid key
                   set lookup-not-found to true
               not invalid key
                   move acct-master-record to ws-acct-record
                   evaluate true
                       when acct-active
                           set lookup-active to true
                       when acct-dormant
                           set lookup-dormant to true
                       when other
                           set lookup-closed to true
                   end-evaluate
           end-read.

      * a second hold while one is in force is harmless - the
      * master is already open
       hold-master.
           if master-held
               set lookup-active to true
               move RC-SUCCESS to return-code
               exit paragraph
           end-if
           open input acct-master-file
           if acctmstr-status not equal "00"
               set lookup-unavailable to true
               move RC-ERROR to return-code
               exit paragraph
           end-if
           move "Y" to master-held-switch
           move zero to kept-count
           move zero to kept-next
           set lookup-active to true
           move RC-SUCCESS to return-code.

       free-master.
           if master-held
               close acct-master-file
               move "N" to master-held-switch
           end-if
           move zero to kept-count
           move zero to kept-next
           set lookup-active to true
           move RC-SUCCESS to return-code.

      * a kept entry answers without touching the file; otherwise
      * the read goes to the open master and its answer is kept,
      * over the oldest entry once the table is full
       held-lookup.
           move "N" to kept-found-switch
           perform varying kx from 1 by 1
                   until kx is greater than kept-count
               if ke-key (kx) equal lookup-key
                   move "Y" to kept-found-switch
                   move ke-result (kx) to lookup-result
                   if not lookup-not-found
                       move ke-record (kx) to ws-acct-record
                   end-if
                   move kept-count to kx
               end-if
           end-perform
           if kept-found
               move RC-SUCCESS to return-code
               exit paragraph
           end-if
           perform read-master-entry
           if acctmstr-status equal "00" or acctmstr-status = "23"
               add 1 to kept-next
               if kept-next is greater than max-kept-size
                   move 1 to kept-next
               end-if
               if kept-count is less than kept-next
                   move kept-next to kept-count
               end-if
               move lookup-key to ke-key (kept-next)
               move lookup-result to ke-result (kept-next)
               move ws-acct-record to ke-record (kept-next)
           end-if
           move RC-SUCCESS to return-code.

       end program AcctLookup.
