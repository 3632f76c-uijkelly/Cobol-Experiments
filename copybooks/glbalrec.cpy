      *================================================================
      *  glbalrec  -  gl feed balancing outcome record
      *  one record appended by glrecon and by glsumm at the end
      *  of every run - which program, when it ran, whether the
      *  feed balanced (every clean document acknowledged with no
      *  orphans, or the summary crossfooting to the detail), how
      *  many documents it read and the span of run dates they
      *  carried.  multclos reads the latest outcome of each
      *  before it will close a period.
      *================================================================
       01  glbal-record.
           05  gb-program              pic x(08).
           05  gb-run-date             pic 9(08).
           05  gb-run-time             pic 9(08).
           05  gb-balanced-flag        pic x(01).
               88  gb-balanced         value "Y".
               88  gb-not-balanced     value "N".
           05  gb-doc-count            pic 9(07).
           05  gb-low-date             pic 9(08).
           05  gb-high-date            pic 9(08).
           05  filler                  pic x(12).
