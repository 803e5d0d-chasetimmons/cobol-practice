      *> shared embargo-log layout - one line on embargo-log.txt for
      *> every sighting an outbound file or published report held back
      *> or blurred, written by SensitivityCheck and read by the
      *> monthly EmbargoSuppressionReport
           05  eml-run-date            pic 9(8).
           05  filler                  pic X.
           05  eml-output-name         pic X(20).
           05  filler                  pic X.
           05  eml-species-code        pic 9(3).
           05  filler                  pic X.
           05  eml-common-name         pic X(16).
           05  filler                  pic X.
           05  eml-site-code           pic X(4).
           05  filler                  pic X.
           05  eml-sighting-date       pic X(8).
           05  filler                  pic X.
           05  eml-action              pic X.
               88  eml-withheld            value "W".
               88  eml-blurred             value "B".
               88  eml-delayed             value "D".
           05  filler                  pic X.
           05  eml-release-date        pic 9(8).
