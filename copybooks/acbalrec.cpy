      *================================================================
      *  acbalrec  -  account balance record
      *  one record per account code per period (yyyymm), keyed on
      *  the two together.  mult adds each clean posting, multappr
      *  adds the reversals and corrections it applies, and
      *  multrest rebuilds the history of a period it restores to.
      *  the closing balance is always the opening balance plus
      *  postings, less reversals, plus corrections.  multstmt
      *  rolls a closed month's closing balances forward as the
      *  next month's opening balances and marks the month rolled.
      *================================================================
       01  acct-balance-record.
           05  ab-key.
               10  ab-acct-code        pic x(04).
               10  ab-period           pic 9(06).
           05  ab-status               pic x(01).
               88  ab-period-open      value "O".
               88  ab-period-rolled    value "R".
               88  ab-period-history   value "H".
           05  ab-opening-bal          pic s9(11)v99.
           05  ab-post-count           pic 9(06).
           05  ab-postings             pic 9(11)v99.
           05  ab-rev-count            pic 9(06).
           05  ab-reversals            pic 9(11)v99.
           05  ab-corr-count           pic 9(06).
           05  ab-corrections          pic 9(11)v99.
           05  ab-closing-bal          pic s9(11)v99.
           05  ab-last-date            pic 9(08).
           05  filler                  pic x(18).
