      *================================================================
      *  rtnrec    -  mult trial edit department return record
      *  written only by a trial (edit-only) run of mult.  each source
      *  batch on the transaction file gets its own section - a
      *  return header ("RHD" - the batch's source system, batch
      *  date, batch number, the date it was edited and how the
      *  batch balanced), one return detail record ("RDT") per
      *  record that would have been rejected, carrying the full
      *  input image as keyed and the reason, and a return trailer
      *  ("RTL" - records in the batch and records returned).
      *  every record carries the source system and batch number, so
      *  the file splits into one return file per source system for
      *  the department to correct and resubmit.
      *================================================================
       01  return-header.
           05  rth-record-type         pic x(03).
               88  rth-return-header   value "RHD".
           05  rth-source-system       pic x(03).
           05  rth-batch-no            pic 9(04).
           05  rth-batch-date          pic 9(08).
           05  rth-edit-date           pic 9(08).
           05  rth-batch-status        pic x(14).
           05  filler                  pic x(80).
       01  return-detail.
           05  rtd-record-type         pic x(03).
               88  rtd-return-detail   value "RDT".
           05  rtd-source-system       pic x(03).
           05  rtd-batch-no            pic 9(04).
           05  rtd-tran-image          pic x(80).
           05  rtd-reason              pic x(30).
       01  return-trailer.
           05  rtt-record-type         pic x(03).
               88  rtt-return-trailer  value "RTL".
           05  rtt-source-system       pic x(03).
           05  rtt-batch-no            pic 9(04).
           05  rtt-record-count        pic 9(06).
           05  rtt-return-count        pic 9(06).
           05  filler                  pic x(98).
