      *================================================================
      *  fiscrec   -  fiscal calendar record
      *  one record per accounting period, in period order - the
      *  period id (yyyypp), its first and last dates, and whether
      *  it is open or closed.  multclos closes a period once the
      *  gl feed has reconciled and summarized in balance after
      *  its last day, stamping the date and operator.  nothing
      *  may post with a run date in a closed period, and the
      *  master records dated in one are not changed - a
      *  correction to one posts as a prior-period adjustment in
      *  the current open period instead.  a date no period
      *  covers is treated as open.
      *================================================================
       01  fiscal-record.
           05  fc-period               pic 9(06).
           05  fc-start-date           pic 9(08).
           05  fc-end-date             pic 9(08).
           05  fc-status               pic x(01).
               88  fc-open             value "O".
               88  fc-closed           value "C".
           05  fc-close-date           pic 9(08).
           05  fc-close-oper           pic x(08).
           05  filler                  pic x(11).
