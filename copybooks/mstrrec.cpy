      *  and multinq (which reads it for lookup/inquiry).  a record
      *  multmnt has corrected carries "C" so the run backout can
      *  tell it from an untouched posting and leave it alone.
      *
      *  mr-result is always in the base currency.  the currency
      *  fields at the end carry the transaction's own currency, the
      *  result in that currency and the exchange rate (base units
      *  per currency unit) it was converted at - a base currency
      *  posting carries usd, the same result and a rate of one.
      *================================================================
       01  master-record.
           05  mr-trans-id             pic 9(06).
               88  mr-corrected        value "C".
           05  mr-acct-code            pic x(04).
           05  mr-run-no               pic 9(04).
           05  mr-curr-code            pic x(03).
           05  mr-curr-result          pic 9(09)v99.
           05  mr-exch-rate            pic 9(04)v9(06).
