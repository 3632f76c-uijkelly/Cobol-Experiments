               88  ss-released         value "R".
           05  ss-release-date         pic 9(08).
           05  ss-acct-code            pic x(04).
           05  ss-curr-code            pic x(03).
           05  filler                  pic x(07).
