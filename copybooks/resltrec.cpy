               88  rs-size-error       value "S".
               88  rs-invalid-data     value "I".
               88  rs-dup-trans        value "D".
               88  rs-held-trans       value "H".
           05  rs-acct-code            pic x(04).
           05  filler                  pic x(48).
