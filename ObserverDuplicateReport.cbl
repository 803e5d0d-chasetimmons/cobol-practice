       input-output section.
           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

           select address-data assign "observer-addresses.txt"
               organization sequential
               file status address-file-status-code.

           select bird-master-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name
                   of bird-master-record with duplicates
               alternate record key #date
                   of bird-master-record with duplicates
               file status master-file-status-code.

       file section.
       FD  observer-master-data.    *> registered bird-count observers
       01  observer-record.
           copy observer-record.

       FD  address-data.    *> one postal address per observer
       01  address-record.
           copy observer-address-record.

       FD  bird-master-data.    *> read only to count each observer's
                                 *> sightings
       01  bird-master-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.

       working-storage section.
      *> pairs of registrations that may be one person - a maiden
      *> name and a married one, or a member who came in again with
      *> the valley club import.  Every pair on the register is
      *> scored: the same surname, or one that sounds the same
      *> (Soundex), the same first name or initial, the same phone
      *> number once punctuation is stripped, the same postcode and
      *> the same first address line.  A pair reaching
      *> MIN-CANDIDATE-SCORE is listed with what matched and a
      *> suggested merge line for observer-merge.txt - keep the
      *> registration with more sightings, the lower id on a tie.
      *> Nothing is changed; the membership secretary decides.
      *> Phones are never printed, only whether they matched, as on
      *> the other observer reports
       78  MAX-OBSERVERS               value 500.
       78  MIN-CANDIDATE-SCORE         value 50.
       78  SCORE-SAME-SURNAME          value 30.
       78  SCORE-SOUNDS-LIKE-SURNAME   value 20.
       78  SCORE-SAME-FIRST-NAME       value 20.
       78  SCORE-SAME-INITIAL          value 5.
       78  SCORE-SAME-PHONE            value 40.
       78  SCORE-SAME-POSTCODE         value 25.
       78  SCORE-SAME-ADDRESS-LINE     value 15.
      *> a phone needs this many digits before it is worth matching
       78  MIN-PHONE-DIGITS            value 6.
       01  observer-table.
           05  observer-entry          occurs MAX-OBSERVERS
                                        indexed by observer-index.
               10  obt-observer-id     pic 9(4).
               10  obt-first-name      pic X(15).
               10  obt-last-name       pic X(15).
               10  obt-surname-code    pic X(4).
               10  obt-phone-digits    pic X(12).
               10  obt-phone-length    pic 9(2).
               10  obt-postcode        pic X(8).
               10  obt-address-line    pic X(24).
               10  obt-sighting-count  pic 9(6).
       01  observer-count          pic 9(3) value 0.
       01  found-observer-index    pic 9(3).
       01  search-observer-id      pic 9(4).
       01  first-subscript         pic 9(3).
       01  second-subscript        pic 9(3).
       01  pair-start-subscript    pic 9(3).

       01  pair-score              pic 9(3).
       01  pair-reasons            pic X(60).
       01  reason-pointer          pic 9(2).
       01  keep-subscript          pic 9(3).
       01  retire-subscript        pic 9(3).
       01  candidates-found        pic 9(4) value 0.
       01  shown-score             pic zz9.

      *> Soundex - first letter, then up to three digits for the
      *> consonant groups; vowels break a run of the same digit, H and
      *> W do not (the "-" in soundex-digits)
       01  soundex-alphabet        pic X(26)
                                    value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  soundex-digits          pic X(26)
                                    value "0123012-02245501262301-202".
       01  soundex-source          pic X(15).
       01  soundex-code            pic X(4).
       01  soundex-length          pic 9.
       01  soundex-last-digit      pic X.
       01  soundex-this-digit      pic X.
       01  soundex-letter          pic X.
       01  soundex-position        pic 9(2).
       01  letter-subscript        pic 9(2).

       01  phone-source            pic X(12).
       01  phone-digits            pic X(12).
       01  phone-length            pic 9(2).
       01  postcode-source         pic X(8).
       01  postcode-packed         pic X(8).
       01  postcode-length         pic 9.
       01  character-subscript     pic 9(2).

       01  end-of-file             pic 9.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  address-file-status-code.
           05  address-status-key-1 pic X.
           05  address-status-key-2 pic X.
       01  master-file-status-code.
           05  master-status-key-1 pic X.
           05  master-status-key-2 pic X.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "ObserverDuplicates".

       procedure division.
           copy run-banner.
           perform load-observer-register
           perform load-observer-addresses
           perform count-observer-sightings
           perform print-duplicate-candidates
           perform write-run-control-end
           goback
           .

       load-observer-register section.
           open input observer-master-data
           if observer-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read observer-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to rcl-records-read
                           perform hold-one-observer
                   end-read
               end-perform
           end-if
           close observer-master-data
           .

       hold-one-observer section.
           if observer-count >= MAX-OBSERVERS
               display "Observer table is full at " MAX-OBSERVERS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to observer-count
           initialize observer-entry (observer-count)
           move observer-id of observer-record
               to obt-observer-id (observer-count)
           move function upper-case (first-name)
               to obt-first-name (observer-count)
           move function upper-case (last-name)
               to obt-last-name (observer-count)
           move obt-last-name (observer-count) to soundex-source
           perform make-soundex-code
           move soundex-code to obt-surname-code (observer-count)
           move observer-phone to phone-source
           perform strip-phone-number
           move phone-digits to obt-phone-digits (observer-count)
           move phone-length to obt-phone-length (observer-count)
           .

       load-observer-addresses section.
           open input address-data
           if address-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read address-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-address
                   end-read
               end-perform
           else
               display "No observer-addresses.txt - matching on "
                   "names and phones only"
           end-if
           close address-data
           .

       hold-one-address section.
           move oad-observer-id to search-observer-id
           perform find-observer-entry
           if found-observer-index > 0
               move function upper-case (oad-postcode)
                   to postcode-source
               perform pack-postcode
               move postcode-packed
                   to obt-postcode (found-observer-index)
               move function upper-case (oad-address-line-1)
                   to obt-address-line (found-observer-index)
           end-if
           .

       find-observer-entry section.
           move 0 to found-observer-index
           set observer-index to 1
           perform until observer-index > observer-count
                   or found-observer-index not = 0
               if obt-observer-id (observer-index)
                       = search-observer-id
                   move observer-index to found-observer-index
               else
                   set observer-index up by 1
               end-if
           end-perform
           .

       count-observer-sightings section.
           open input bird-master-data
           if master-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read bird-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform count-one-sighting
                   end-read
               end-perform
           end-if
           close bird-master-data
           .

       count-one-sighting section.
           move observer-id of bird-master-record
               to search-observer-id
           perform find-observer-entry
           if found-observer-index > 0
               add 1 to obt-sighting-count (found-observer-index)
           end-if
           .

       strip-phone-number section.
           move spaces to phone-digits
           move 0 to phone-length
           perform varying character-subscript from 1 by 1
                   until character-subscript > 12
               if phone-source (character-subscript:1) is numeric
                   add 1 to phone-length
                   move phone-source (character-subscript:1)
                       to phone-digits (phone-length:1)
               end-if
           end-perform
           .

       pack-postcode section.
           move spaces to postcode-packed
           move 0 to postcode-length
           perform varying character-subscript from 1 by 1
                   until character-subscript > 8
               if postcode-source (character-subscript:1) not = space
                   add 1 to postcode-length
                   move postcode-source (character-subscript:1)
                       to postcode-packed (postcode-length:1)
               end-if
           end-perform
           .

       make-soundex-code section.
           move spaces to soundex-code
           move soundex-source (1:1) to soundex-letter
           move 0 to soundex-position
           inspect soundex-alphabet tallying soundex-position
               for characters before initial soundex-letter
           if soundex-letter = space or soundex-position >= 26
               exit section
           end-if
           move soundex-letter to soundex-code (1:1)
           move 1 to soundex-length
           move soundex-digits (soundex-position + 1:1)
               to soundex-last-digit
           perform varying letter-subscript from 2 by 1
                   until letter-subscript > 15
                       or soundex-length >= 4
                       or soundex-source (letter-subscript:1) = space
               move soundex-source (letter-subscript:1)
                   to soundex-letter
               move 0 to soundex-position
               inspect soundex-alphabet tallying soundex-position
                   for characters before initial soundex-letter
               if soundex-position < 26
                   move soundex-digits (soundex-position + 1:1)
                       to soundex-this-digit
                   evaluate true
                       when soundex-this-digit = "-"
                           continue
                       when soundex-this-digit = "0"
                           move "0" to soundex-last-digit
                       when soundex-this-digit
                               not = soundex-last-digit
                           add 1 to soundex-length
                           move soundex-this-digit
                               to soundex-code (soundex-length:1)
                           move soundex-this-digit
                               to soundex-last-digit
                       when other
                           continue
                   end-evaluate
               end-if
           end-perform
           inspect soundex-code replacing all space by "0"
           .

       print-duplicate-candidates section.
           move "O" to rw-action
           move "observer-duplicates.prt" to rw-print-file-name
           move "POSSIBLE DUPLICATE OBSERVERS" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           string "scr id   name                            "
               "id   name"
               delimited by size into rw-line-text
           perform call-report-writer
           display "Possible duplicate observers -"
           perform varying first-subscript from 1 by 1
                   until first-subscript >= observer-count
               compute pair-start-subscript = first-subscript + 1
               perform varying second-subscript
                       from pair-start-subscript by 1
                       until second-subscript > observer-count
                   perform score-one-pair
               end-perform
           end-perform
           if candidates-found = 0
               display "  no likely duplicates among "
                   observer-count " observers"
           end-if
           move "T" to rw-action
           move spaces to rw-line-text
           string "OBSERVERS COMPARED  " observer-count
               "   POSSIBLE DUPLICATES  " candidates-found
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display "Print-formatted copy written to "
               "observer-duplicates.prt"
           .

       score-one-pair section.
           move 0 to pair-score
           move spaces to pair-reasons
           move 1 to reason-pointer
           if obt-last-name (first-subscript)
                   = obt-last-name (second-subscript)
               add SCORE-SAME-SURNAME to pair-score
               string "surname " delimited by size
                   into pair-reasons with pointer reason-pointer
           else
               if obt-surname-code (first-subscript) not = spaces
                       and obt-surname-code (first-subscript)
                           = obt-surname-code (second-subscript)
                   add SCORE-SOUNDS-LIKE-SURNAME to pair-score
                   string "surname-sounds-alike " delimited by size
                       into pair-reasons with pointer reason-pointer
               end-if
           end-if
           if obt-first-name (first-subscript) not = spaces
                   and obt-first-name (first-subscript)
                       = obt-first-name (second-subscript)
               add SCORE-SAME-FIRST-NAME to pair-score
               string "first-name " delimited by size
                   into pair-reasons with pointer reason-pointer
           else
               if obt-first-name (first-subscript) (1:1) not = space
                       and obt-first-name (first-subscript) (1:1)
                           = obt-first-name (second-subscript) (1:1)
                   add SCORE-SAME-INITIAL to pair-score
                   string "initial " delimited by size
                       into pair-reasons with pointer reason-pointer
               end-if
           end-if
           if obt-phone-length (first-subscript) >= MIN-PHONE-DIGITS
                   and obt-phone-digits (first-subscript)
                       = obt-phone-digits (second-subscript)
               add SCORE-SAME-PHONE to pair-score
               string "phone " delimited by size
                   into pair-reasons with pointer reason-pointer
           end-if
           if obt-postcode (first-subscript) not = spaces
                   and obt-postcode (first-subscript)
                       = obt-postcode (second-subscript)
               add SCORE-SAME-POSTCODE to pair-score
               string "postcode " delimited by size
                   into pair-reasons with pointer reason-pointer
               if obt-address-line (first-subscript) not = spaces
                       and obt-address-line (first-subscript)
                           = obt-address-line (second-subscript)
                   add SCORE-SAME-ADDRESS-LINE to pair-score
                   string "address " delimited by size
                       into pair-reasons with pointer reason-pointer
               end-if
           end-if
           if pair-score >= MIN-CANDIDATE-SCORE
               perform print-one-candidate
           end-if
           .

       print-one-candidate section.
           add 1 to candidates-found
           move first-subscript to keep-subscript
           move second-subscript to retire-subscript
           if obt-sighting-count (second-subscript)
                   > obt-sighting-count (first-subscript)
               move second-subscript to keep-subscript
               move first-subscript to retire-subscript
           end-if
           move pair-score to shown-score
           display "  " shown-score " "
               obt-observer-id (first-subscript) " "
               obt-first-name (first-subscript) " "
               obt-last-name (first-subscript) " / "
               obt-observer-id (second-subscript) " "
               obt-first-name (second-subscript) " "
               obt-last-name (second-subscript)
           display "      matched on " pair-reasons
           move "D" to rw-action
           move spaces to rw-line-text
           string shown-score " "
               obt-observer-id (first-subscript) " "
               obt-first-name (first-subscript) " "
               obt-last-name (first-subscript) " "
               obt-observer-id (second-subscript) " "
               obt-first-name (second-subscript) " "
               obt-last-name (second-subscript)
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "    matched on " pair-reasons
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "    sightings " obt-sighting-count (first-subscript)
               " / " obt-sighting-count (second-subscript)
               " - suggested merge line: "
               obt-observer-id (retire-subscript) " "
               obt-observer-id (keep-subscript)
               delimited by size into rw-line-text
           perform call-report-writer
           display "      suggested merge line: "
               obt-observer-id (retire-subscript) " "
               obt-observer-id (keep-subscript)
               " (retire, keep)"
           .

       call-report-writer section.
           call "ReportWriter"
               using by reference rw-action
                     by reference rw-print-file-name
                     by reference rw-report-title
                     by reference rw-line-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move candidates-found to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
