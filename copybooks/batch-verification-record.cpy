      *> shared double-keying register layout - one record per
      *> transaction batch that had to be keyed twice, keyed on the
      *> batch's source and date from its header.  Written by
      *> DoubleKeyCompare, settled by DoubleKeyDecisions, read by
      *> DoubleKeyHoldCheck for the apply and by KeyerAccuracyReport;
      *> copied into all of them so the layout can't drift
           05  bvr-batch-key.
               10  bvr-source-id       pic X(8).
               10  bvr-batch-date      pic 9(8).
           05  filler                  pic X.
           05  bvr-keyer-id            pic X(8).
           05  filler                  pic X.
           05  bvr-verifier-id         pic X(8).
           05  filler                  pic X.
      *> W waiting for the second keying; H held with differences
      *> open; R released - the settled batch is requeued, marked
      *> verified, for the next maintenance run
           05  bvr-status              pic X.
               88  bvr-waiting             value "W".
               88  bvr-held                value "H".
               88  bvr-released            value "R".
           05  filler                  pic X.
           05  bvr-line-count          pic 9(5).
           05  filler                  pic X.
           05  bvr-fields-compared     pic 9(7).
           05  filler                  pic X.
           05  bvr-differences         pic 9(5).
           05  filler                  pic X.
           05  bvr-open-differences    pic 9(5).
           05  filler                  pic X.
      *> who was wrong, as each difference is settled - the keyer
      *> accuracy report's raw material
           05  bvr-keyer-errors        pic 9(5).
           05  filler                  pic X.
           05  bvr-verifier-errors     pic 9(5).
           05  filler                  pic X.
           05  bvr-registered-date     pic 9(8).
           05  filler                  pic X.
           05  bvr-compared-date       pic 9(8).
           05  filler                  pic X.
           05  bvr-released-date       pic 9(8).
