      *  (reversal of a prior posting) and "C" (corrected repost)
      *  records so a maintenance action nets the ledger to the right
      *  figure.
      *
      *  gl-result is always in the base currency.  the currency
      *  fields at the end carry the transaction currency, the
      *  result in that currency and the rate it was converted at.
      *  a record written before they existed reads back blank
      *  there and is base currency.
      *================================================================
       01  gl-record.
           05  gl-run-date             pic 9(08).
               88  gl-reversal-doc     value "R".
               88  gl-correction-doc   value "C".
           05  gl-run-no               pic 9(04).
           05  gl-curr-code            pic x(03).
           05  gl-curr-result          pic 9(09)v99.
           05  gl-exch-rate            pic 9(04)v9(06).
