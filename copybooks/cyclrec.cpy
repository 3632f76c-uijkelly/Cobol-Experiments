      *================================================================
      *  cyclrec   -  nightly cycle status record
      *  one record per business date, keyed on the date, with one
      *  entry per step of the nightly cycle in the order the steps
      *  run - multgen, mult, glsumm, glrecon, multaged, multstat
      *  and, at month end, multarch.  multcycl stamps a step's
      *  start when it lets the step begin and its end and
      *  completion status when the step is reported finished,
      *  counts the runs and the refused starts, and keeps the
      *  latest note - why a start was refused or a step failed.
      *  a step not yet started is blank; a step not due this
      *  cycle (multarch on a date that is not a month end) is "X".
      *================================================================
       01  cycle-record.
           05  cs-business-date        pic 9(08).
           05  cs-month-end-flag       pic x(01).
               88  cs-is-month-end     value "Y".
           05  cs-step-entry occurs 7 times.
               10  cs-step-name        pic x(08).
               10  cs-step-status      pic x(01).
                   88  cs-step-waiting     value " ".
                   88  cs-step-running     value "R".
                   88  cs-step-completed   value "C".
                   88  cs-step-failed      value "F".
                   88  cs-step-not-due     value "X".
               10  cs-start-stamp      pic x(17).
               10  cs-end-stamp        pic x(17).
               10  cs-operator-id      pic x(08).
               10  cs-run-count        pic 9(02).
               10  cs-refused-count    pic 9(03).
               10  cs-step-note        pic x(30).
           05  filler                  pic x(29).
