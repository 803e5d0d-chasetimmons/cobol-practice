      *> shared contributions-schedule layout - the file the pension
      *> provider takes each month from pension-contributions.txt:
      *> a header, one line per member contributing, one per opt-out
      *> refund to be reclaimed, and a count-and-total trailer like
      *> the bank payment file.  Written by the pay run, printed by
      *> PensionEnrolmentReport
           05  pcs-record-type         pic X.
               88  pcs-header-record       value "H".
               88  pcs-detail-record       value "D".
               88  pcs-refund-record       value "R".
               88  pcs-trailer-record      value "T".
           05  filler                  pic X.
           05  pcs-record-body         pic X(50).
           05  pcs-header-body redefines pcs-record-body.
               10  pcsh-scheme-ref     pic X(8).
               10  filler              pic X.
               10  pcsh-period         pic 9(6).    *> CCYYMM
               10  filler              pic X.
               10  pcsh-run-date       pic 9(8).
               10  filler              pic X(26).
      *> a refund line carries the employee's contributions being
      *> refunded and the employer's to be returned
           05  pcs-detail-body redefines pcs-record-body.
               10  pcsd-emp-id         pic 9(5).
               10  filler              pic X.
               10  pcsd-qualifying     pic 9(5)V9(2).
               10  filler              pic X.
               10  pcsd-employee-amount pic 9(5)V9(2).
               10  filler              pic X.
               10  pcsd-employer-amount pic 9(5)V9(2).
               10  filler              pic X.
               10  pcsd-enrolment-date pic 9(8).
               10  filler              pic X(12).
           05  pcs-trailer-body redefines pcs-record-body.
               10  pcst-record-count   pic 9(5).
               10  filler              pic X.
               10  pcst-employee-total pic 9(8)V9(2).
               10  filler              pic X.
               10  pcst-employer-total pic 9(8)V9(2).
               10  filler              pic X.
               10  pcst-refund-total   pic 9(8)V9(2).
               10  filler              pic X(12).
