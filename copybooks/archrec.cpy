      *  its earlier generation, so the latest state is the one
      *  retrievable); multrest restores from it and multinq falls
      *  through to it when a trans-id is no longer on the master.
      *  it grows whenever mstrrec does, field for field.
      *================================================================
       01  arch-record.
           05  ar-trans-id             pic 9(06).
               88  ar-corrected        value "C".
           05  ar-acct-code            pic x(04).
           05  ar-run-no               pic 9(04).
           05  ar-curr-code            pic x(03).
           05  ar-curr-result          pic 9(09)v99.
           05  ar-exch-rate            pic 9(04)v9(06).
