      *  control records at end of job and before/after images for
      *  every maintenance action posted by multmnt.  the run number
      *  sits at the end so records logged before it existed still
      *  line up when read under this layout.  the currency fields
      *  follow it on the same terms - lg-result stays in the base
      *  currency, and a transaction record also carries its own
      *  currency, the result in that currency and the rate used.
      *  records that are not about one posting leave them blank
      *  and zero.  every record written since the log was chained
      *  ends with its chain sequence number and a chain value worked
      *  from the previous record's value and the 144 characters
      *  ahead of its own, so multlogv can prove the log (archived
      *  part first) has not been altered.  records from before the
      *  chain carry neither.
      *================================================================
       01  log-record.
           05  lg-timestamp            pic x(17).
           05  lg-result               pic 9(09)v99.
           05  lg-message              pic x(50).
           05  lg-run-no               pic 9(04).
           05  lg-curr-code            pic x(03).
           05  lg-curr-result          pic 9(09)v99.
           05  lg-exch-rate            pic 9(04)v9(06).
           05  lg-chain-seq            pic 9(08).
           05  lg-chain-value          pic 9(10).
