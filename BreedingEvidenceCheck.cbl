       working-storage section.
      *> the standard atlas breeding-evidence codes, weakest first -
      *> the position in the table is the evidence rank, so "highest
      *> evidence" anywhere in the suite is a plain numeric compare.
      *> F, M and U are valid on a card but are not breeding evidence
      *> and rank zero alongside a blank code
       78  EVIDENCE-CODE-COUNT     value 19.
       01  evidence-code-values.
           05  filler pic X(29) value "F N00Flying over".
           05  filler pic X(29) value "M N00Migrant".
           05  filler pic X(29) value "U N00Summering non-breeder".
           05  filler pic X(29) value "H P01In suitable habitat".
           05  filler pic X(29) value "S P02Singing male".
           05  filler pic X(29) value "P R03Pair in habitat".
           05  filler pic X(29) value "T R04Permanent territory".
           05  filler pic X(29) value "D R05Courtship or display".
           05  filler pic X(29) value "N R06Visiting nest site".
           05  filler pic X(29) value "A R07Agitated or anxious".
           05  filler pic X(29) value "I R08Brood patch".
           05  filler pic X(29) value "B R09Nest building".
           05  filler pic X(29) value "DDC10Distraction display".
           05  filler pic X(29) value "UNC11Used nest or shells".
           05  filler pic X(29) value "FLC12Recently fledged young".
           05  filler pic X(29) value "ONC13Occupied nest".
           05  filler pic X(29) value "FFC14Food or faecal sac".
           05  filler pic X(29) value "NEC15Nest with eggs".
           05  filler pic X(29) value "NYC16Nest with young".
       01  filler redefines evidence-code-values.
           05  evidence-code-entry     occurs EVIDENCE-CODE-COUNT
                                        indexed by evidence-index.
               10  evc-code            pic X(2).
               10  evc-category        pic X.
               10  evc-rank            pic 9(2).
               10  evc-description     pic X(24).
       01  normalised-code         pic X(2).

       linkage section.
       01  evidence-code-to-check  pic X(2).
       01  evidence-code-valid-flag pic X.
       01  evidence-category       pic X.
           88  evidence-none           value "N".
           88  evidence-possible       value "P".
           88  evidence-probable       value "R".
           88  evidence-confirmed      value "C".
       01  evidence-rank           pic 9(2).
       01  evidence-description    pic X(24).

       procedure division using by reference evidence-code-to-check
                                by reference evidence-code-valid-flag
                                by reference evidence-category
                                by reference evidence-rank
                                by reference evidence-description.
      *> one code set for every program that keys, loads or reports
      *> breeding evidence - the atlas square summaries are only as
      *> good as the agreement on what "probable" means
               move "N" to evidence-code-valid-flag
               set evidence-none to true
               move 0 to evidence-rank
               move spaces to evidence-description
               move function upper-case (evidence-code-to-check)
                   to normalised-code
               if normalised-code = spaces
                   *> no evidence on the card is a valid answer
                   move "Y" to evidence-code-valid-flag
                   move "No evidence recorded"
                       to evidence-description
               else
                   set evidence-index to 1
                   search evidence-code-entry
                       at end
                           continue
                       when evc-code (evidence-index)
                               = normalised-code
                           move "Y" to evidence-code-valid-flag
                           move evc-category (evidence-index)
                               to evidence-category
                           move evc-rank (evidence-index)
                               to evidence-rank
                           move evc-description (evidence-index)
                               to evidence-description
                           move normalised-code
                               to evidence-code-to-check
                   end-search
               end-if
               goback
               .
