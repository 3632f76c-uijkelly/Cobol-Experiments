      *================================================================
      *  budgrec   -  account budget record
      *  one record per account code per budget period (yyyymm) -
      *  the most the account may post in that period.  mult holds
      *  a transaction that would carry the account's posted total
      *  for the period past its budget, and multbudg reports
      *  budget against actual.  an account with no record for the
      *  period has no limit.
      *================================================================
       01  budget-record.
           05  bg-acct-code            pic x(04).
           05  bg-period               pic 9(06).
           05  bg-budget-amt           pic 9(09)v99.
           05  filler                  pic x(19).
