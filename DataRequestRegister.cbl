       input-output section.
           select data-request-register
               assign "data-request-register.txt"
               organization sequential
               file status register-file-status-code.

       file section.
       FD  data-request-register.    *> written by AdHocExtract
       01  data-request-record.
           copy data-request-record.

       working-storage section.
      *> the data-request register as the committee sees it - every
      *> ad-hoc extract supplied, who asked, what for, and how many
      *> records went out and were held back as sensitive.  Asks for
      *> a year (CCYY) or 0 for the whole register
       01  end-of-file             pic 9.
       01  register-file-status-code.
           05  register-status-key-1 pic X.
           05  register-status-key-2 pic X.
       01  register-year           pic 9(4) value 0.
       01  requests-read           pic 9(5) value 0.
       01  requests-listed         pic 9(5) value 0.
       01  total-supplied          pic 9(7) value 0.
       01  total-withheld          pic 9(7) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "DataRequestRegister".

       procedure division.
           copy run-banner.
           display "Requests for year (CCYY, 0 for all)?"
           accept register-year
           open input data-request-register
           if register-status-key-1 not = "0"
               display "No data-request-register.txt - no extracts "
                   "have been run"
               perform write-run-control-end
               goback
           end-if
           move "O" to rw-action
           move "data-request-register.prt" to rw-print-file-name
           if register-year = 0
               move "DATA REQUEST REGISTER" to rw-report-title
           else
               move spaces to rw-report-title
               string "DATA REQUEST REGISTER " register-year
                   delimited by size into rw-report-title
           end-if
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "No.   Run on   Requested by"
               & "                   Supplied Withheld File"
               to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read data-request-register
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to requests-read
                       if register-year = 0
                               or drq-run-date (1:4) = register-year
                           perform list-one-request
                       end-if
               end-read
           end-perform
           close data-request-register
           move "T" to rw-action
           move spaces to rw-line-text
           string requests-listed " requests, " total-supplied
               " records supplied, " total-withheld
               " withheld as sensitive"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display requests-listed " data requests listed"
           perform write-run-control-end
           goback
           .

       list-one-request section.
           add 1 to requests-listed
           add drq-records-supplied to total-supplied
           add drq-records-withheld to total-withheld
           move spaces to rw-line-text
           string drq-request-number " " drq-run-date " "
               drq-requester-name " " drq-records-supplied "   "
               drq-records-withheld "   " drq-output-file
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "      For: " drq-purpose
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "      Dates " drq-date-from " to " drq-date-to
               ", " drq-criteria
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
           move requests-read to rcl-records-read
           move requests-listed to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
