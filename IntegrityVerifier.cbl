       01  date-is-valid-flag      pic X value "Y".
           88  sweep-date-is-valid     value "Y".
           88  sweep-date-is-invalid   value "N".
       01  sweep-period-from       pic 9(8).
       01  sweep-period-to         pic 9(8).
       01  sweep-period-label      pic X(16).
       01  range-check-count       binary-long.
       01  range-check-min         binary-long value 1.
       01  range-check-max         binary-long value 500.
           .

       verify-sighting-date section.
           *> a historic month, season or year record is checked
           *> for its own precision, not failed for its day 00
           set sweep-date-is-valid to true
           call "SightingDatePeriod"
               using by reference #date of bird-master-record
                     by reference sweep-period-from
                     by reference sweep-period-to
                     by reference sweep-period-label
                     by reference date-is-valid-flag
           if sweep-date-is-invalid
               add 1 to bad-date-count
               move "BAD-DATE" to int-error-type
               move spaces to int-detail-text
               string "sighting date "
                   #date of bird-master-record (1:9)
                   " fails validation"
                   delimited by size into int-detail-text
               perform write-integrity-line
