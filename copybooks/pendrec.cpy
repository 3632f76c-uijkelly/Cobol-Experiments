      *================================================================
      *  pendrec   -  pending maintenance request record
      *  keyed by request number, with an alternate index on the
      *  transaction id.  multmnt (a correction or reversal of one
      *  master record) and multback (the backout of a whole run)
      *  no longer post - they write a request here, and nothing
      *  reaches the master or the gl interface until a second
      *  authorized operator approves the request in multappr,
      *  which then applies it.  a run backout carries trans-id
      *  zero and the run number it backs out, with the amount the
      *  preview found to reverse in the old result.  the master image
      *  at request time is kept so the approver sees exactly what
      *  was asked for, and so multappr can refuse a request whose
      *  record has changed since.  a decided request is marked
      *  approved or rejected (not deleted) with the approver and
      *  the date, so the file is its own trail.  a correction to a
      *  record dated in a closed fiscal period is requested as a
      *  prior-period adjustment ("A") - applied, it posts the "R"
      *  and "C" documents in the current period and leaves the
      *  closed period's master record as it was.  the old and new
      *  results are in the base currency; a correction or
      *  adjustment also carries its new result in the record's own
      *  currency, converted at the rate the record was posted at.
      *================================================================
       01  pend-record.
           05  pm-request-no           pic 9(06).
           05  pm-action               pic x(01).
               88  pm-correction       value "C".
               88  pm-reversal         value "R".
               88  pm-run-backout      value "B".
               88  pm-prior-adjust     value "A".
           05  pm-trans-id             pic 9(06).
           05  pm-run-no               pic 9(04).
           05  pm-acct-code            pic x(04).
           05  pm-old-oper             pic x(01).
           05  pm-old-num1             pic 9(05)v99.
           05  pm-old-num2             pic 9(05)v99.
           05  pm-old-result           pic 9(09)v99.
           05  pm-old-error-flag       pic x(01).
           05  pm-old-run-date         pic 9(08).
           05  pm-new-oper             pic x(01).
           05  pm-new-num1             pic 9(05)v99.
           05  pm-new-num2             pic 9(05)v99.
           05  pm-new-result           pic 9(09)v99.
           05  pm-requester            pic x(08).
           05  pm-request-date         pic 9(08).
           05  pm-status               pic x(01).
               88  pm-pending          value "P".
               88  pm-approved         value "A".
               88  pm-rejected         value "R".
           05  pm-approver             pic x(08).
           05  pm-decision-date        pic 9(08).
           05  pm-new-curr-result      pic 9(09)v99.
           05  filler                  pic x(09).
