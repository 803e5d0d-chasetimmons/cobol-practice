       input-output section.
           select batch-verification-data
               assign "batch-verification.dat"
               organization indexed
               access dynamic
               record key bvr-batch-key
               file status register-file-status-code.

           select keying-difference-data
               assign "keying-differences.dat"
               organization indexed
               access dynamic
               record key kdf-key
               file status difference-file-status-code.

           select keying-decision-data
               assign "double-key-decisions.txt"
               organization sequential
               file status decision-file-status-code.

           select first-keying-data assign "double-key-first.txt"
               organization sequential
               file status first-file-status-code.

           select second-keying-data assign "double-key-second.txt"
               organization sequential
               file status second-file-status-code.

           select requeue-transaction-data
               assign "bird-trans-requeue.txt"
               organization sequential
               file status requeue-file-status-code.

       file section.
       FD  batch-verification-data.    *> the double-keying register
       01  batch-verification-record.
           copy batch-verification-record.

       FD  keying-difference-data.    *> the differences to settle
       01  keying-difference-record.
           copy keying-difference-record.

       FD  keying-decision-data.    *> one line per settled
                                     *> difference, from the supervisor
       01  keying-decision-record.
           05  kdd-source-id           pic X(8).
           05  filler                  pic X.
           05  kdd-batch-date          pic 9(8).
           05  filler                  pic X.
           05  kdd-line-number         pic 9(5).
           05  filler                  pic X.
           05  kdd-field-number        pic 9(2).
           05  filler                  pic X.
           05  kdd-decision-code       pic X.
               88  kdd-first-stands        value "F" "f".
               88  kdd-second-stands       value "S" "s".
               88  kdd-corrected           value "C" "c".
           05  filler                  pic X.
           05  kdd-corrected-value     pic X(24).
           05  filler                  pic X.
           05  kdd-supervisor-id       pic X(8).
           05  filler                  pic X.
           05  kdd-decision-date       pic 9(8).

       FD  first-keying-data.    *> first keyings held by
                                  *> DoubleKeyCompare
       01  first-keying-record         pic X(95).

       FD  second-keying-data.    *> second keyings it compared
       01  second-keying-record        pic X(95).

       FD  requeue-transaction-data.    *> settled batches, in
                                         *> bird-trans.txt format, for
                                         *> the next maintenance run
       01  requeue-transaction-record  pic X(95).

       working-storage section.
      *> the supervisor's rulings on double-keying differences.  F
      *> says the first keying was right, S the second, C neither -
      *> the corrected value given stands.  A whole line keyed on one
      *> side only (field 00) can only be ruled F or S: keep the line
      *> as the first keyer had it, or as the verifier had it.  Each
      *> ruling is scored against both keyers for the accuracy
      *> report.  When the last open difference on a batch is ruled,
      *> the batch is rebuilt from the two keyings and the rulings and
      *> requeued, marked verified, for the next maintenance run
       78  MAX-BATCH-LINES         value 200.
       01  first-batch-table.
           05  first-batch-line        pic X(95)
                                        occurs MAX-BATCH-LINES
                                        indexed by first-index.
       01  first-line-count        pic 9(3) value 0.
       01  first-header-image      pic X(95).
       01  second-batch-table.
           05  second-batch-line       pic X(95)
                                        occurs MAX-BATCH-LINES
                                        indexed by second-index.
       01  second-line-count       pic 9(3) value 0.
       01  settled-batch-table.
           05  settled-batch-line      pic X(95)
                                        occurs MAX-BATCH-LINES
                                        indexed by settled-index.
       01  settled-line-count      pic 9(3) value 0.
       01  in-batch-flag           pic X value "N".
           88  inside-a-batch          value "Y".
       01  keying-found-flag       pic X.
           88  keying-was-found        value "Y".
       01  batch-rebuilt-flag      pic X.
           88  batch-was-rebuilt       value "Y".

       01  keyed-line-image        pic X(95).
       01  line-header-layout redefines keyed-line-image.
           05  klh-code                pic X.
               88  klh-is-header           value "B" "b".
               88  klh-is-trailer          value "E" "e".
           05  filler                  pic X.
           05  klh-source-id           pic X(8).
           05  filler                  pic X.
           05  klh-batch-date          pic 9(8).
           05  filler                  pic X.
           05  klh-keyer-id            pic X(8).
           05  filler                  pic X.
           05  klh-verified-flag       pic X.
           05  filler                  pic X(65).
       01  line-trailer-layout redefines keyed-line-image.
           05  filler                  pic X(2).
           05  klt-record-count        pic 9(5).
           05  filler                  pic X(88).

       01  compare-line-count      pic 9(3).
       01  line-number             pic 9(3).
       01  field-start             pic 9(3).
       01  field-length            pic 9(2).
       01  keep-line-flag          pic X.
           88  keep-the-line           value "Y".
       01  end-of-file             pic 9.
       01  end-of-keying-file      pic 9.
       01  register-file-status-code.
           05  register-status-key-1 pic X.
           05  register-status-key-2 pic X.
       01  difference-file-status-code.
           05  difference-status-key-1 pic X.
           05  difference-status-key-2 pic X.
       01  decision-file-status-code.
           05  decision-status-key-1 pic X.
           05  decision-status-key-2 pic X.
       01  first-file-status-code.
           05  first-status-key-1  pic X.
           05  first-status-key-2  pic X.
       01  second-file-status-code.
           05  second-status-key-1 pic X.
           05  second-status-key-2 pic X.
       01  requeue-file-status-code.
           05  requeue-status-key-1 pic X.
           05  requeue-status-key-2 pic X.
       01  decisions-read          pic 9(5) value 0.
       01  decisions-applied       pic 9(5) value 0.
       01  decisions-rejected      pic 9(5) value 0.
       01  batches-released        pic 9(5) value 0.
       01  dd-error-source-program pic X(20)
                                       value "DoubleKeyDecisions".
       01  dd-error-paragraph      pic X(30) value spaces.
       01  dd-error-status-code    pic X(4)  value spaces.
       01  dd-error-message-text   pic X(60).

       copy keyed-field-table.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "DoubleKeyDecisions".

       procedure division.
           copy run-banner.
           open i-o batch-verification-data
           if register-status-key-1 not = "0"
               display "No batch-verification.dat - run "
                   "DoubleKeyCompare first"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           open i-o keying-difference-data
           if difference-status-key-1 not = "0"
               display "No keying-differences.dat - run "
                   "DoubleKeyCompare first"
               close batch-verification-data
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           open input keying-decision-data
           if decision-status-key-1 not = "0"
               display "No double-key-decisions.txt - nothing to "
                   "settle"
               close batch-verification-data
               close keying-difference-data
               perform write-run-control-end
               goback
           end-if
           open extend requeue-transaction-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read keying-decision-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to decisions-read
                       perform apply-one-decision
               end-read
           end-perform
           close batch-verification-data
           close keying-difference-data
           close keying-decision-data
           close requeue-transaction-data
           display decisions-applied " keying differences settled, "
               decisions-rejected " could not be applied, "
               batches-released " batches released"
           perform write-run-control-end
           goback
           .

       apply-one-decision section.
           move kdd-source-id to bvr-source-id
           move kdd-batch-date to bvr-batch-date
           read batch-verification-data
               invalid key
                   add 1 to decisions-rejected
                   display "Batch " kdd-source-id " " kdd-batch-date
                       " is not on the double-keying register"
                   exit section
           end-read
           if not bvr-held
               add 1 to decisions-rejected
               display "Batch " kdd-source-id " " kdd-batch-date
                   " has status '" bvr-status
                   "' - only a held batch can be settled"
               exit section
           end-if
           move kdd-source-id to kdf-source-id
           move kdd-batch-date to kdf-batch-date
           move kdd-line-number to kdf-line-number
           move kdd-field-number to kdf-field-number
           read keying-difference-data
               invalid key
                   add 1 to decisions-rejected
                   display "Batch " kdd-source-id " " kdd-batch-date
                       " line " kdd-line-number " field "
                       kdd-field-number " is not a difference"
                   exit section
           end-read
           if not kdf-open
               add 1 to decisions-rejected
               display "Batch " kdd-source-id " " kdd-batch-date
                   " line " kdd-line-number " field "
                   kdd-field-number " was already ruled '"
                   kdf-status "'"
               exit section
           end-if
           evaluate true
               when kdd-first-stands
                   set kdf-first-stands to true
                   move kdf-first-value to kdf-settled-value
               when kdd-second-stands
                   set kdf-second-stands to true
                   move kdf-second-value to kdf-settled-value
               when kdd-corrected
                   if kdd-field-number = 0
                       add 1 to decisions-rejected
                       display "Batch " kdd-source-id " "
                           kdd-batch-date " line " kdd-line-number
                           " - a whole line can only be ruled F or S"
                       exit section
                   end-if
                   if kdd-corrected-value = spaces
                       add 1 to decisions-rejected
                       display "Batch " kdd-source-id " "
                           kdd-batch-date " line " kdd-line-number
                           " field " kdd-field-number
                           " - ruling C needs the corrected value"
                       exit section
                   end-if
                   set kdf-corrected to true
                   move kdd-corrected-value to kdf-settled-value
               when other
                   add 1 to decisions-rejected
                   display "Unknown ruling " kdd-decision-code
                       " for batch " kdd-source-id " "
                       kdd-batch-date
                   exit section
           end-evaluate
           move kdd-supervisor-id to kdf-supervisor-id
           move kdd-decision-date to kdf-settled-date
           rewrite keying-difference-record
               invalid key
                   add 1 to decisions-rejected
                   move "APPLY-ONE-DECISION" to dd-error-paragraph
                   move difference-file-status-code
                       to dd-error-status-code
                   move "I/O error on keying-difference-data"
                       to dd-error-message-text
                   perform log-decision-error
                   exit section
           end-rewrite
           add 1 to decisions-applied
           perform score-the-keyers
           subtract 1 from bvr-open-differences
           if bvr-open-differences = 0
               perform release-settled-batch
           end-if
           rewrite batch-verification-record
               invalid key
                   move "APPLY-ONE-DECISION" to dd-error-paragraph
                   move register-file-status-code
                       to dd-error-status-code
                   move "I/O error on batch-verification-data"
                       to dd-error-message-text
                   perform log-decision-error
           end-rewrite
           .

       score-the-keyers section.
           *> whoever keyed something other than what stands made
           *> the error - a corrected value can count against both
           if kdf-field-number = 0
               if kdf-first-stands
                   add 1 to bvr-verifier-errors
               else
                   add 1 to bvr-keyer-errors
               end-if
               exit section
           end-if
           if kdf-settled-value not = kdf-first-value
               add 1 to bvr-keyer-errors
           end-if
           if kdf-settled-value not = kdf-second-value
               add 1 to bvr-verifier-errors
           end-if
           .

       release-settled-batch section.
           perform load-both-keyings
           if not keying-was-found
               display "Batch " bvr-source-id " " bvr-batch-date
                   " is settled but its keyings are missing from "
                   "double-key-first.txt/double-key-second.txt - "
                   "left held"
               add 1 to bvr-open-differences
               exit section
           end-if
           perform rebuild-settled-batch
           if not batch-was-rebuilt
               add 1 to bvr-open-differences
               exit section
           end-if
           move first-header-image to keyed-line-image
           move "V" to klh-verified-flag
           write requeue-transaction-record from keyed-line-image
           perform varying settled-index from 1 by 1
                   until settled-index > settled-line-count
               write requeue-transaction-record
                   from settled-batch-line (settled-index)
           end-perform
           move spaces to keyed-line-image
           move "E" to klh-code
           move settled-line-count to klt-record-count
           write requeue-transaction-record from keyed-line-image
           set bvr-released to true
           move kdd-decision-date to bvr-released-date
           add 1 to batches-released
           display "Batch " bvr-source-id " " bvr-batch-date
               " settled - " settled-line-count
               " lines requeued for the next maintenance run"
           .

       load-both-keyings section.
           move "N" to keying-found-flag
           move 0 to first-line-count
           move 0 to second-line-count
           open input first-keying-data
           if first-status-key-1 = "0"
               move "N" to in-batch-flag
               set end-of-keying-file to 1 *> FALSE
               perform until end-of-keying-file = 0 *> TRUE
                   read first-keying-data
                       at end
                           set end-of-keying-file to 0 *> TRUE
                       not at end
                           move first-keying-record
                               to keyed-line-image
                           perform take-one-first-line
                   end-read
               end-perform
               close first-keying-data
           end-if
           if not keying-was-found
               exit section
           end-if
           move "N" to keying-found-flag
           open input second-keying-data
           if second-status-key-1 = "0"
               move "N" to in-batch-flag
               set end-of-keying-file to 1 *> FALSE
               perform until end-of-keying-file = 0 *> TRUE
                   read second-keying-data
                       at end
                           set end-of-keying-file to 0 *> TRUE
                       not at end
                           move second-keying-record
                               to keyed-line-image
                           perform take-one-second-line
                   end-read
               end-perform
               close second-keying-data
           end-if
           .

       take-one-first-line section.
           evaluate true
               when klh-is-header
                   if klh-source-id = bvr-source-id
                           and klh-batch-date = bvr-batch-date
                       move keyed-line-image to first-header-image
                       move 0 to first-line-count
                       set inside-a-batch to true
                   end-if
               when klh-is-trailer
                   if inside-a-batch
                       set keying-was-found to true
                       move "N" to in-batch-flag
                       set end-of-keying-file to 0 *> TRUE
                   end-if
               when other
                   if inside-a-batch
                           and first-line-count < MAX-BATCH-LINES
                       add 1 to first-line-count
                       move keyed-line-image
                           to first-batch-line (first-line-count)
                   end-if
           end-evaluate
           .

       take-one-second-line section.
           evaluate true
               when klh-is-header
                   if klh-source-id = bvr-source-id
                           and klh-batch-date = bvr-batch-date
                       move 0 to second-line-count
                       set inside-a-batch to true
                   end-if
               when klh-is-trailer
                   if inside-a-batch
                       set keying-was-found to true
                       move "N" to in-batch-flag
                       set end-of-keying-file to 0 *> TRUE
                   end-if
               when other
                   if inside-a-batch
                           and second-line-count < MAX-BATCH-LINES
                       add 1 to second-line-count
                       move keyed-line-image
                           to second-batch-line (second-line-count)
                   end-if
           end-evaluate
           .

       rebuild-settled-batch section.
           *> line by line as they were compared - a line on both
           *> sides starts as the first keying with every ruled field
           *> laid over it; a line on one side only is kept or
           *> dropped as its whole-line ruling says
           move "Y" to batch-rebuilt-flag
           move 0 to settled-line-count
           move first-line-count to compare-line-count
           if second-line-count > compare-line-count
               move second-line-count to compare-line-count
           end-if
           perform varying line-number from 1 by 1
                   until line-number > compare-line-count
                       or not batch-was-rebuilt
               if line-number > first-line-count
                       or line-number > second-line-count
                   perform settle-one-sided-line
               else
                   move first-batch-line (line-number)
                       to keyed-line-image
                   perform varying keyed-field-index from 1 by 1
                           until keyed-field-index > KEYED-FIELD-COUNT
                       perform lay-ruled-field
                   end-perform
                   add 1 to settled-line-count
                   move keyed-line-image
                       to settled-batch-line (settled-line-count)
               end-if
           end-perform
           .

       settle-one-sided-line section.
           move bvr-source-id to kdf-source-id
           move bvr-batch-date to kdf-batch-date
           move line-number to kdf-line-number
           move 0 to kdf-field-number
           read keying-difference-data
               invalid key
                   display "Batch " bvr-source-id " " bvr-batch-date
                       " line " line-number
                       " has no whole-line ruling - left held"
                   move "N" to batch-rebuilt-flag
                   exit section
           end-read
           move "N" to keep-line-flag
           if line-number > second-line-count
               *> only the first keyer had the line
               if kdf-first-stands
                   set keep-the-line to true
                   move first-batch-line (line-number)
                       to keyed-line-image
               end-if
           else
               if kdf-second-stands
                   set keep-the-line to true
                   move second-batch-line (line-number)
                       to keyed-line-image
               end-if
           end-if
           if keep-the-line
               add 1 to settled-line-count
               move keyed-line-image
                   to settled-batch-line (settled-line-count)
           end-if
           .

       lay-ruled-field section.
           move bvr-source-id to kdf-source-id
           move bvr-batch-date to kdf-batch-date
           move line-number to kdf-line-number
           set kdf-field-number to keyed-field-index
           read keying-difference-data
               invalid key
                   *> the two keyings agreed on this field
                   exit section
           end-read
           move kft-position (keyed-field-index) to field-start
           move kft-length (keyed-field-index) to field-length
           move kdf-settled-value (1:field-length)
               to keyed-line-image (field-start:field-length)
           .

       log-decision-error section.
           display "Rewrite failed for batch " kdd-source-id " "
               kdd-batch-date " - " dd-error-message-text
           call "ErrorLogger"
               using by reference dd-error-source-program
                     by reference dd-error-paragraph
                     by reference dd-error-status-code
                     by reference dd-error-message-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move decisions-read to rcl-records-read
           move decisions-applied to rcl-records-written
           move decisions-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
