      * The transaction codes a posting record may carry. The live  *
      * codes load from the TRNSCTL control file at startup,         *
      * maintained by TableMaint under the same controls as account *
      * changes; the compiled-in defaults (DR, CR, ADJ, VOID, XFER, *
      * REVL, FxReval's month-end revaluation item, and RVRS,       *
      * RunBackout's reversal of a posted run) are the fallback     *
      * when TRNSCTL is missing entirely - same                     *
      * convention as Compare's TOLCTL. Add edits feed records      *
      * against this table and reports per-code totals on it,       *
      * sized by trans-code-count off the file; Resubmit runs the   *
           05  filler pic x(4) value "CR".
           05  filler pic x(4) value "ADJ".
           05  filler pic x(4) value "VOID".
           05  filler pic x(4) value "XFER".
           05  filler pic x(4) value "REVL".
           05  filler pic x(4) value "RVRS".
       01  trans-code-defaults
               redefines trans-code-default-values.
           05  default-trans-code occurs 7 times pic x(4).
       01  trans-code-default-count pic 9(3) comp-3 value 7.
