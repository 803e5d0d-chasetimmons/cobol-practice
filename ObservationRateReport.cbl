       01  sort-scan-subscript     pic 9(3).
       01  sort-next-subscript     pic 9(3).
       01  low-index-flags         pic 9(3) value 0.
      *> escapes and introductions are left out of the summary the
      *> index is built from, so they are left off the index too -
      *> otherwise an introduction would read as a species we are
      *> not seeing
       01  non-native-species      pic 9(3) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ObservationRate".
           .

       load-one-reference-species section.
           if ref-established-introduction or ref-escape
               add 1 to non-native-species
               exit section
           end-if
           if rated-species-count >= MAX-RATED-SPECIES
               display "Rated-species table is full at "
                   MAX-RATED-SPECIES " - raise the limit and re-run"
               perform print-one-rate-line
           end-perform
           display low-index-flags " common species flagged LOW"
           display non-native-species " escapes and introductions "
               "not indexed"
           .

       print-one-rate-line section.
