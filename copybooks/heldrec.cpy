      *================================================================
      *  heldrec   -  over-budget held transaction record
      *  keyed by transaction id.  mult parks a transaction here,
      *  instead of posting it to the master and the gl interface,
      *  when its result would carry its account past the budget
      *  for the period.  the full input image is kept so multheld
      *  can release an approved item into the next run's
      *  transaction file, and the result, budget and posted-to-
      *  date figures show the approver what the overrun is.  a
      *  decided item is marked approved or rejected (not deleted)
      *  so the decision leaves a trail.  hd-result is in the base
      *  currency; the currency code rides along so a release
      *  posts in the currency it was keyed in.
      *================================================================
       01  held-record.
           05  hd-trans-id             pic 9(06).
           05  hd-mode-flag            pic x(01).
           05  hd-oper-code            pic x(01).
           05  hd-num1                 pic x(05).
           05  hd-num2                 pic x(05).
           05  hd-acct-code            pic x(04).
           05  hd-result               pic 9(09)v99.
           05  hd-period               pic 9(06).
           05  hd-budget-amt           pic 9(09)v99.
           05  hd-posted-amt           pic 9(09)v99.
           05  hd-held-date            pic 9(08).
           05  hd-run-no               pic 9(04).
           05  hd-status               pic x(01).
               88  hd-pending          value "P".
               88  hd-approved         value "A".
               88  hd-rejected         value "R".
           05  hd-decision-date        pic 9(08).
           05  hd-decision-oper        pic x(08).
           05  hd-curr-code            pic x(03).
           05  filler                  pic x(07).
