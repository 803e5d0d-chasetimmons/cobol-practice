       input-output section.
           select embargo-log-data assign "embargo-log.txt"
               organization sequential
               file status embargo-log-file-status-code.

       file section.
       FD  embargo-log-data.    *> every record an output held back
                                 *> or blurred, from SensitivityCheck
       01  embargo-log-record.
           copy embargo-log-record.

       working-storage section.
      *> what the sensitive-species embargo kept out of each outbound
      *> file and published report in a month, so the recorder can
      *> see that every output asked and what each one suppressed.
      *> The log is read once to find the outputs and their counts,
      *> then once more per output to list its records under it
       78  MAX-OUTPUT-LINES        value 50.
       01  output-line-table.
           05  output-line-entry       occurs MAX-OUTPUT-LINES
                                        indexed by output-index.
               10  otl-output-name     pic X(20).
               10  otl-withheld        pic 9(5).
               10  otl-blurred         pic 9(5).
               10  otl-delayed         pic 9(5).
       01  output-line-count       pic 9(3) value 0.
       01  found-output-index      pic 9(3).

       01  end-of-file             pic 9.
       01  embargo-log-file-status-code.
           05  embargo-log-status-key-1 pic X.
           05  embargo-log-status-key-2 pic X.

       01  report-month            pic 9(6).
       01  action-description      pic X(10).
       01  release-date-text       pic X(17).
       01  log-records-read        pic 9(7) value 0.
       01  total-withheld          pic 9(6) value 0.
       01  total-blurred           pic 9(6) value 0.
       01  total-delayed           pic 9(6) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "EmbargoSuppression".

       procedure division.
           copy run-banner.
           display "Month to report (CCYYMM)?"
           accept report-month
           perform tally-outputs-for-month
           if output-line-count = 0
               display "Nothing was suppressed in " report-month
           end-if
           perform print-suppression-report
           perform write-run-control-end
           goback
           .

       tally-outputs-for-month section.
           open input embargo-log-data
           if embargo-log-status-key-1 not = "0"
               *> no output has suppressed anything yet
               close embargo-log-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read embargo-log-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to log-records-read
                       if eml-run-date (1:6) = report-month
                           perform tally-one-log-record
                       end-if
               end-read
           end-perform
           close embargo-log-data
           .

       tally-one-log-record section.
           move 0 to found-output-index
           set output-index to 1
           perform until output-index > output-line-count
                   or found-output-index not = 0
               if otl-output-name (output-index) = eml-output-name
                   move output-index to found-output-index
               else
                   set output-index up by 1
               end-if
           end-perform
           if found-output-index = 0
               if output-line-count >= MAX-OUTPUT-LINES
                   display "Output table is full at "
                       MAX-OUTPUT-LINES " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to output-line-count
               move output-line-count to found-output-index
               initialize output-line-entry (found-output-index)
               move eml-output-name
                   to otl-output-name (found-output-index)
           end-if
           evaluate true
               when eml-withheld
                   add 1 to otl-withheld (found-output-index)
                   add 1 to total-withheld
               when eml-blurred
                   add 1 to otl-blurred (found-output-index)
                   add 1 to total-blurred
               when eml-delayed
                   add 1 to otl-delayed (found-output-index)
                   add 1 to total-delayed
           end-evaluate
           .

       print-suppression-report section.
           move "O" to rw-action
           move "embargo-suppression.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "SENSITIVE-SPECIES SUPPRESSIONS " report-month
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "  species              site date     action     "
               "release"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying output-index from 1 by 1
                   until output-index > output-line-count
               perform print-one-output
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string total-withheld " withheld, " total-blurred
               " blurred, " total-delayed " delayed across "
               output-line-count " outputs"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display "Suppression report written to "
               "embargo-suppression.prt"
           .

       print-one-output section.
           move spaces to rw-line-text
           string otl-output-name (output-index) " - "
               otl-withheld (output-index) " withheld, "
               otl-blurred (output-index) " blurred, "
               otl-delayed (output-index) " delayed"
               delimited by size into rw-line-text
           perform call-report-writer
           open input embargo-log-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read embargo-log-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if eml-run-date (1:6) = report-month
                               and eml-output-name
                                   = otl-output-name (output-index)
                           perform print-one-log-line
                       end-if
               end-read
           end-perform
           close embargo-log-data
           .

       print-one-log-line section.
           evaluate true
               when eml-withheld
                   move "withheld" to action-description
               when eml-blurred
                   move "blurred" to action-description
               when eml-delayed
                   move "delayed" to action-description
               when other
                   move eml-action to action-description
           end-evaluate
           move spaces to release-date-text
           if eml-delayed
               move eml-release-date to release-date-text
           end-if
           move spaces to rw-line-text
           string "  " eml-species-code " " eml-common-name " "
               eml-site-code " " eml-sighting-date " "
               action-description " " release-date-text
               delimited by size into rw-line-text
           perform call-report-writer
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
           move log-records-read to rcl-records-read
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
