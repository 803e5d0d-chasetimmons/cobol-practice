           05  master-status-key-2 pic X.
       01  next-record-key         pic 9(6) value 0.
       01  records-loaded          pic 9(6) value 0.
      *> the county's historic archive comes in through here with
      *> month, season and year records among it - each is checked
      *> for its own precision before it reaches the master
       01  records-bad-date        pic 9(6) value 0.
       01  date-is-valid-flag      pic X.
           88  sighting-date-is-valid  value "Y".
       01  sighting-period-from    pic 9(8).
       01  sighting-period-to      pic 9(8).
       01  sighting-period-label   pic X(16).
       01  observer-is-certified-flag pic X value "N".
           88  observer-passed-check      value "Y".
           88  observer-failed-check      value "N".
           perform find-next-free-key
           perform load-sequential-into-master
           display records-loaded " sightings loaded into bird-data.dat"
           if records-bad-date > 0
               display records-bad-date " sightings not loaded - "
                   "date not valid for its precision"
           end-if
           perform write-run-control-end
           goback
           .
                       set end-of-file to 0 *> TRUE
                   not at end
                       if record-active of bird-spotting-record
                           perform check-sighting-date
                           if sighting-date-is-valid
                               perform load-one-sighting
                           else
                               add 1 to records-bad-date
                               display "Not loaded - "
                                   common-name of bird-spotting-record
                                   " dated "
                                   #date of bird-spotting-record (1:9)
                           end-if
                       end-if
               end-read
           end-perform
           close bird-master-data
           .

       check-sighting-date section.
           call "SightingDatePeriod"
               using by reference #date of bird-spotting-record
                     by reference sighting-period-from
                     by reference sighting-period-to
                     by reference sighting-period-label
                     by reference date-is-valid-flag
           .

       load-one-sighting section.
           add 1 to next-record-key
           move next-record-key to master-record-key
               to site-code of bird-master-record
           move species-code of bird-spotting-record
               to species-code of bird-master-record
           move breeding-evidence-code of bird-spotting-record
               to breeding-evidence-code of bird-master-record
           move sighting-grid-reference of bird-spotting-record
               to sighting-grid-reference of bird-master-record
           set master-record-active to true
           move spaces to master-void-reason-code
           call "ObserverCertificationCheck"
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move records-loaded to rcl-records-written
           move records-bad-date to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
