      *  and suspends a batch that does not prove.  detail records
      *  outside any batch (multsusp releases appended to the file)
      *  are processed as before.
      *
      *  the budget flag is set only on a transaction multheld
      *  releases after its over-budget hold was approved - mult
      *  posts it without testing the account's budget again.
      *
      *  the currency code names the currency the operands are in.
      *  blank means the base currency (usd) - every file keyed
      *  before foreign currency billing carries blanks there.
      *================================================================
       01  tran-record.
           05  tr-trans-id             pic 9(06).
           05  tr-num2-dec redefines tr-num2
                                       pic 9(03)v99.
           05  tr-acct-code            pic x(04).
           05  tr-budget-flag          pic x(01).
               88  tr-budget-approved  value "B".
           05  tr-curr-code            pic x(03).
           05  filler                  pic x(54).
       01  tran-batch-header.
           05  th-record-type          pic x(03).
               88  th-batch-header     value "HDR".
