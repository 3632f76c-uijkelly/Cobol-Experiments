      *================================================================
      *  xratrec   -  exchange rate reference record
      *  one record per currency per effective date.  the rate is
      *  the number of base currency (usd) units one unit of the
      *  currency buys, and holds from its effective date until the
      *  currency's next record takes over - the rate for a run date
      *  is the one with the latest effective date not after it.
      *  the base currency itself needs no record; it always
      *  converts at one.
      *================================================================
       01  xrate-record.
           05  xr-curr-code            pic x(03).
           05  xr-eff-date             pic 9(08).
           05  xr-rate                 pic 9(04)v9(06).
           05  filler                  pic x(09).
