      *> shared keying-difference layout - one record per field that
      *> came out differently on the two keyings of a batch, keyed on
      *> the batch, the line within it and the field.  Written by
      *> DoubleKeyCompare and settled by DoubleKeyDecisions
           05  kdf-key.
               10  kdf-source-id       pic X(8).
               10  kdf-batch-date      pic 9(8).
               10  kdf-line-number     pic 9(5).
               10  kdf-field-number    pic 9(2).
           05  filler                  pic X.
           05  kdf-field-name          pic X(16).
           05  filler                  pic X.
           05  kdf-first-value         pic X(24).
           05  filler                  pic X.
           05  kdf-second-value        pic X(24).
           05  filler                  pic X.
      *> O open; F the first keying stands; S the second keying
      *> stands; C neither - the supervisor's own value stands
           05  kdf-status              pic X.
               88  kdf-open                value "O".
               88  kdf-first-stands        value "F".
               88  kdf-second-stands       value "S".
               88  kdf-corrected           value "C".
           05  filler                  pic X.
           05  kdf-settled-value       pic X(24).
           05  filler                  pic X.
           05  kdf-supervisor-id       pic X(8).
           05  filler                  pic X.
           05  kdf-settled-date        pic 9(8).
