       01  date-is-valid-flag        pic X value "Y".
           88  sighting-date-is-valid    value "Y".
           88  sighting-date-is-invalid  value "N".
       01  sighting-period-from      pic 9(8).
       01  sighting-period-to        pic 9(8).
       01  sighting-period-label     pic X(16).
       01  sf-error-source-program   pic X(20) value "SequentialFiles".
       01  sf-error-paragraph        pic X(30) value spaces.
       01  sf-error-status-code      pic X(4)  value spaces.
           accept common-name of bird-spotting-record
           display "Scientific name?"
           accept scientific-name of bird-spotting-record
           display "Date seen (CCYYMMDD - for a historic record known "
               "only to the month, season or year key 00 for what is "
               "not known and follow it with M, S or Y)?"
           accept new-date-input
           move new-date-input to #date of bird-spotting-record
           display "Bird count?"
           .

       validate-sighting-date section.
           *> SightingDatePeriod reuses Subprogram's day/month/year
           *> checker, filling in what a partial date leaves out, so
           *> every program that keys a #date agrees on what is valid
           set sighting-date-is-valid to true
           call "SightingDatePeriod"
               using by reference #date of bird-spotting-record
                     by reference sighting-period-from
                     by reference sighting-period-to
                     by reference sighting-period-label
                     by reference date-is-valid-flag
           if sighting-date-is-invalid
               move "VALIDATE-SIGHTING-DATE" to sf-error-paragraph
