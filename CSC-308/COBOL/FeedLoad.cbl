      * loaded, and rejected.                                       *
      *                                                               *
      * FEEDTYPE=ADD (default) builds ADDIN from lines of           *
      *     account,dept,code,ref,number1,number2,effdate,contra    *
      * (effdate yyyymmdd or blank; contra the receiving account    *
      * of an XFER, required there and blank on anything else; the  *
      * six- and seven-field layouts from before these fields       *
      * still load, with them blank). REVL and RVRS reject: only    *
      * FxReval and RunBackout build them                           *
      * FEEDTYPE=CMP builds CMPIN from lines of                     *
      *     account,number1,number2,number3                         *
      * where the bank leg (number3) may be left off or blank when  *
      * BaiLoad has put the bank's own closing balance on BANKLEG - *
      * it is then taken from there, and an account with no         *
      * BANKLEG line rejects instead of loading a zero bank leg.    *
      * Amounts take an optional leading sign; CMP amounts may      *
      * carry a decimal point with up to two decimal places.        *
      *                                                               *
           select reject-file assign to "REJECTS"
               organization is line sequential
               file status is reject-status.
           select bank-leg-file assign to "BANKLEG"
               organization is line sequential
               file status is bankleg-status.

       data division.
       file section.
      * processing date; Add handles backdating and the
      * closed-period lockout
           05  addin-eff-date pic x(8).
           05  addin-contra-account pic x(8).
       01  addin-header-record.
           05  ah-record-type pic x(3).
           05  ah-feed-name pic x(8).
           05  ah-creation-date pic x(8).
           05  filler pic x(24).
       01  addin-trailer-record.
           05  at-record-type pic x(3).
           05  at-record-count pic 9(7) comp-3.
           05  at-hash-total pic s9(11) comp-3.
           05  filler pic x(30).

       fd  cmpin-file.
       01  cmpin-record.
       fd  reject-file.
       01  reject-record pic x(96).

      * the bank's closing ledger balances off the BAI2 file, one
      * line per mapped account - BaiLoad's output
       fd  bank-leg-file.
       01  bank-leg-record.
           05  bl-account pic x(8).
           05  bl-balance pic s9(9)v99 sign is trailing separate.
           05  bl-as-of-date pic x(8).
           05  bl-currency pic x(3).

       working-storage section.
           copy "WS-RETURN-CODES".
           copy "WS-ALERT-PARMS".
           copy "WS-FILE-STATUS"
               replacing ==FS-FIELD== by ==feedext-status==.
       01  addin-status pic xx.
       01  reject-status pic xx.
           copy "WS-REJECT-RECORD".
           copy "WS-EOF-SWITCH".
      * the bank legs for a CMP build - no BANKLEG on file means
      * every line must carry its own number3, as before
       01  bankleg-status pic xx.
       01  bankleg-eof-switch pic x value "N".
           88  bankleg-eof value "Y".
       01  max-bank-leg-size pic 9(5) comp-3 value 2000.
       01  bank-leg-count pic 9(5) comp-3 value zero.
       01  bank-leg-table.
           05  bank-leg-entry occurs 2000 times.
               10  bt-account pic x(8).
               10  bt-balance pic s9(9)v99 comp-3.
       01  bx pic 9(5) comp-3.
       01  bank-leg-found-switch pic x.
           88  bank-leg-found value "Y".
      * which feed this run is building
       01  feed-type pic x(3) value "ADD".
           88  feed-type-add value "ADD".
           88  feed-type-cmp value "CMP".
      * the line taken apart - up to eight comma-delimited fields
       01  field-table.
           05  extract-field occurs 8 times pic x(20).
       01  field-count pic 9(3) comp-3.
       01  comma-count pic 9(3) comp-3.
       01  expected-fields pic 9(3) comp-3.
               move "ADD" to feed-type
           end-if
           if feed-type-add
               move 8 to expected-fields
           else
               move 4 to expected-fields
               perform load-bank-legs
           end-if

           open input extract-file
           display "FeedLoad: " lines-read " in, " lines-loaded
               " loaded, " lines-rejected " rejected"
           if lines-rejected is greater than zero
               move "FeedLoad" to alert-program-id
               move "WARNING" to alert-severity
               move "LINES-REJECTED" to alert-reason
               call "RaiseAlert" using alert-parms
               move RC-WARNING to return-code
           else
               move RC-SUCCESS to return-code
               into extract-field (1) extract-field (2)
                    extract-field (3) extract-field (4)
                    extract-field (5) extract-field (6)
                    extract-field (7) extract-field (8)
               tallying in field-count
           end-unstring
      * an ADD line may still arrive in the six-field layout from
      * before the effective date - it loads with a blank date,
      * which posts to the processing date - or the seven-field
      * layout from before the contra account, which loads blank
           if feed-type-add
               and field-count is equal to 6
               and comma-count is equal to 5
               move 7 to field-count
               add 1 to comma-count
           end-if
           if feed-type-add
               and field-count is equal to 7
               and comma-count is equal to 6
               move spaces to extract-field (8)
               move 8 to field-count
               add 1 to comma-count
           end-if
      * a CMP line may leave the bank leg off entirely when BANKLEG
      * supplies it
           if feed-type-cmp
               and bank-leg-count is greater than zero
               and field-count is equal to 3
               and comma-count is equal to 2
               move spaces to extract-field (4)
               move 4 to field-count
               add 1 to comma-count
           end-if
      * the delimiter count catches a line with EXTRA fields too -
      * UNSTRING stops filling at eight and would pass it silently
           if field-count not equal expected-fields
               or comma-count not equal expected-fields - 1
               move "field count" to field-name
           move extract-field (1) to addin-account
           move extract-field (2) to addin-dept
           move extract-field (3) to addin-code
      * a revaluation or a run backout's reversal posts past Add's
      * controls - only the program that builds one may send it
           if addin-code equal "REVL" or addin-code equal "RVRS"
               move "code" to field-name
               move extract-field (3) to work-field
               perform reject-this-line
               exit paragraph
           end-if
           move "ref" to field-name
           move extract-field (4) to work-field
           move "N" to decimals-allowed-switch
                   exit paragraph
               end-if
           end-if
      * the contra account: an XFER cannot load without the account
      * it pays, and nothing else may carry one
           move "contra" to field-name
           move extract-field (8) to work-field
           if work-field (9:12) not equal spaces
               perform reject-this-line
               exit paragraph
           end-if
           if addin-code equal "XFER"
               if work-field equal spaces
                   perform reject-this-line
                   exit paragraph
               end-if
           else
               if work-field not equal spaces
                   perform reject-this-line
                   exit paragraph
               end-if
           end-if
           move work-field (1:8) to addin-contra-account
           add addin-number1 addin-number2 to feed-hash
           write addin-record
           add 1 to lines-loaded.
           move field-value to cmpin-number2
           move "number3" to field-name
           move extract-field (4) to work-field
           if work-field equal spaces
               and bank-leg-count is greater than zero
               perform take-bank-leg
               if not bank-leg-found
                   move "no BANKLEG line" to work-field
                   perform reject-this-line
                   exit paragraph
               end-if
           else
               move 9999999.99 to field-limit
               perform validate-numeric-field
               if not field-ok
                   perform reject-this-line
                   exit paragraph
               end-if
           end-if
           move field-value to cmpin-number3
           add cmpin-number1 cmpin-number2 cmpin-number3
           write cmpin-record
           add 1 to lines-loaded.

      * the bank leg for this account off BANKLEG - it must fit the
      * packed field the same as a keyed one
       take-bank-leg.
           move "N" to bank-leg-found-switch
           perform varying bx from 1 by 1
                   until bx is greater than bank-leg-count
               if bt-account (bx) equal cmpin-account
                   move bt-balance (bx) to field-value
                   move "Y" to bank-leg-found-switch
                   move bank-leg-count to bx
               end-if
           end-perform
           if bank-leg-found
               and (field-value is greater than 9999999.99
                   or field-value is less than -9999999.99)
               move "N" to bank-leg-found-switch
           end-if.

       load-bank-legs.
           open input bank-leg-file
           if bankleg-status not equal "00"
               exit paragraph
           end-if
           perform until bankleg-eof
               read bank-leg-file
                   at end
                       move "Y" to bankleg-eof-switch
                   not at end
                       if bl-balance is numeric
                           and bank-leg-count is less than
                               max-bank-leg-size
                           add 1 to bank-leg-count
                           move bl-account to bt-account
                               (bank-leg-count)
                           move bl-balance to bt-balance
                               (bank-leg-count)
                       end-if
               end-read
           end-perform
           close bank-leg-file
           display "FeedLoad: " bank-leg-count
               " bank leg(s) loaded from BANKLEG".

      * one text field checked character by character: an optional
      * leading sign, digits, and - when allowed - one decimal
      * point with at most two decimal places. Only a field that
