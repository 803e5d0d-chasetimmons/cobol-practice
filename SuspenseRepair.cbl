               10  trans-site-code         pic X(4).
               10  filler                  pic X.
               10  trans-delete-mode       pic X.
               10  filler                  pic X.
               10  trans-breeding-code     pic X(2).
               10  filler                  pic X.
               10  trans-grid-reference    pic X(10).

       FD  suspense-carry-data.    *> rejects beyond this session's
                                      *> table - carried through the
                                      *> rewrite untouched, because
                                      *> this file exists precisely so
                                      *> field data is never lost
       01  suspense-carry-record       pic X(98).

       FD  requeue-transaction-data.    *> repaired records, in
                                         *> bird-trans.txt format, for
                                         *> the next maintenance run
       01  requeue-transaction-record pic X(95).

       working-storage section.
       78  MAX-SUSPENSE-RECORDS    value 200.
           05  suspense-entry          occurs MAX-SUSPENSE-RECORDS
                                        indexed by suspense-index.
               10  held-reason-code    pic X(2).
               10  held-trans-image    pic X(95).
       01  suspense-count          pic 9(3) value 0.
       01  suspense-kept-count     pic 9(3) value 0.
       01  requeued-count          pic 9(3) value 0.
           88  repair-keep             value "K" "k".
       78  REQUEUE-BATCH-SOURCE    value "SUSPENSE".
       01  requeue-count-out       pic 9(5).
       01  field-choice            pic 9(2).
       01  more-fields-flag        pic X value "N".
           88  more-fields-to-fix      value "Y" "y".
       copy run-control-fields.
           display "  3. Date               4. Common name"
           display "  5. Scientific name    6. Bird count"
           display "  7. Void reason        8. Observer id"
           display "  9. Site code         10. Breeding code"
           display " 11. Grid reference"
           display "Which?"
           accept field-choice
           evaluate field-choice
               when 9
                   display "New site code?"
                   accept trans-site-code
               when 10
                   display "New breeding evidence code?"
                   accept trans-breeding-code
               when 11
                   display "New grid reference (blank for the site's)?"
                   accept trans-grid-reference
               when other
                   display "Not a valid field choice"
           end-evaluate
