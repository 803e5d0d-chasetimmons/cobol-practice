               10  sus-site-code       pic X(4).
               10  filler              pic X.
               10  sus-delete-mode     pic X.
               10  filler              pic X.
               10  sus-breeding-code   pic X(2).
               10  filler              pic X.
               10  sus-grid-reference  pic X(10).

       FD  discrepancy-report-data.    *> where the field data did
                                        *> not stand up on re-check
