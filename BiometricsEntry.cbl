               organization sequential
               file status bio-suspense-file-status-code.

           select ring-usage-data assign "ring-usage.dat"
               organization indexed
               access dynamic
               record key rus-ring-key
               file status usage-file-status-code.

       file section.
       FD  bird-spotting-data.    *> the sighting each trapped bird
                                   *> hangs off
               88  bis-bad-wing            value "WG".
               88  bis-bad-weight          value "WT".
               88  bis-bad-key             value "RK".
               88  bis-ring-already-used   value "RD".
               88  bis-ring-not-issued     value "RI".
               88  bis-retrap-never-fitted value "RR".
           05  filler                  pic X.
           05  bis-bio-image           pic X(32).

       FD  ring-usage-data.    *> rings already on birds or lost
       01  ring-usage-record.
           copy ring-usage-record.

       working-storage section.
       01  end-of-file             pic 9.
       01  file-status-code.
       01  bio-suspense-file-status-code.
           05  bio-suspense-status-key-1 pic X.
           05  bio-suspense-status-key-2 pic X.
       01  usage-file-status-code.
           05  usage-status-key-1  pic X.
           05  usage-status-key-2  pic X.

      *> a new ring must come off a string issued to the ringer
      *> fitting it and never have been used; a retrap must carry
      *> one of our rings that really was fitted, or a ring from
      *> outside the club's strings altogether
       01  ring-capture-type       pic X.
           88  new-ring-fitted         value "N" "n".
           88  ring-retrapped          value "R" "r".
       01  capture-ringer-id       pic 9(4).
       01  ring-format-valid-flag  pic X.
           88  ring-format-is-valid    value "Y".
       01  ring-prefix             pic X(4).
       01  ring-serial             pic 9(7).
       01  ring-series-id          pic 9(5).
       01  ring-series-ringer-id   pic 9(4).
       01  ring-usage-found-flag   pic X.
           88  ring-usage-found        value "Y".
       01  ring-stock-ok-flag      pic X.
           88  ring-stock-is-ok        value "Y".

      *> decimals are keyed as text and parsed - an ACCEPT straight
      *> into an implied-decimal field drops the fraction
           open input species-master-data
           open extend biometrics-data
           open extend biometrics-suspense-data
           open i-o ring-usage-data
           if usage-status-key-1 = "3"
               open output ring-usage-data
               close ring-usage-data
               open i-o ring-usage-data
           end-if
           perform enter-one-bird
               until not more-birds-to-enter
           close bird-spotting-data
           close species-master-data
           close biometrics-data
           close biometrics-suspense-data
           close ring-usage-data
           display birds-recorded " birds recorded, "
               birds-suspended " held on biometrics-suspense.txt"
           perform write-run-control-end
           else
               display "Ring number?"
               accept bio-ring-number
               *> anything but N or R would slip past the ring-stock
               *> checks as a retrap - ask until it is one or the other
               move space to ring-capture-type
               perform until new-ring-fitted or ring-retrapped
                   display "New ring or retrap (N/R)?"
                   accept ring-capture-type
               end-perform
               if new-ring-fitted
                   display "Ringer (observer id)?"
                   accept capture-ringer-id
               end-if
               display "Age/sex code?"
               accept bio-age-sex-code
               display "Wing length (mmm.m)?"
               accept keyed-measure-text
               move function numval (keyed-measure-text)
                   to bio-weight
               perform validate-ring-stock
               if ring-stock-is-ok
                   perform validate-measurements
                   if measurements-in-range
                       write biometrics-record
                       add 1 to birds-recorded
                       display "Recorded against " common-name
                       if new-ring-fitted
                           perform mark-ring-used
                       end-if
                   end-if
               end-if
           end-if
           display "Another bird (Y/N)?"
           end-if
           .

       validate-ring-stock section.
           set ring-stock-is-ok to true
           call "RingSeriesCheck"
               using by reference bio-ring-number
                     by reference ring-format-valid-flag
                     by reference ring-prefix
                     by reference ring-serial
                     by reference ring-series-id
                     by reference ring-series-ringer-id
           move "N" to ring-usage-found-flag
           if ring-format-is-valid
               move ring-prefix to rus-ring-prefix
               move ring-serial to rus-ring-serial
               read ring-usage-data
                   invalid key
                       continue
                   not invalid key
                       set ring-usage-found to true
               end-read
           end-if
           if new-ring-fitted
               if ring-usage-found
                   display "Ring " bio-ring-number
                       " is already used or written off"
                       " - held in suspense"
                   move "RD" to bis-reason-code
                   perform suspend-for-ring-stock
               else
                   if ring-series-id = 0
                           or ring-series-ringer-id
                               not = capture-ringer-id
                       display "Ring " bio-ring-number
                           " is not on a string issued to ringer "
                           capture-ringer-id " - held in suspense"
                       move "RI" to bis-reason-code
                       perform suspend-for-ring-stock
                   end-if
               end-if
           else
               *> a foreign ring is off no string of ours and is
               *> welcome; one of ours that was never fitted is a
               *> misread
               if ring-series-id not = 0 and not ring-usage-found
                   display "Ring " bio-ring-number
                       " was never fitted - held in suspense"
                   move "RR" to bis-reason-code
                   perform suspend-for-ring-stock
               end-if
           end-if
           .

       suspend-for-ring-stock section.
           move "N" to ring-stock-ok-flag
           add 1 to birds-suspended
           perform write-biometrics-suspense
           .

       mark-ring-used section.
           move spaces to ring-usage-record
           move ring-prefix to rus-ring-prefix
           move ring-serial to rus-ring-serial
           move bio-ring-number to rus-ring-number
           set rus-ring-used to true
           move ring-series-id to rus-series-id
           move capture-ringer-id to rus-ringer-id
           move #date (1:8) to rus-usage-date
           move bio-record-key to rus-record-key
           write ring-usage-record
               invalid key
                   display "Ring " bio-ring-number
                       " could not be marked used - status "
                       usage-file-status-code
           end-write
           .

       write-biometrics-suspense section.
           move biometrics-record to bis-bio-image
           write biometrics-suspense-record
