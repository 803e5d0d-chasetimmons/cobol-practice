       input-output section.
           select outlier-query-data assign "outlier-queries.dat"
               organization indexed
               access dynamic
               record key oqr-record-key
               file status query-file-status-code.

           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name
                   of bird-spotting-record with duplicates
               alternate record key #date
                   of bird-spotting-record with duplicates
               file status file-status-code.

           select outlier-decision-data
               assign "outlier-decisions.txt"
               organization sequential
               file status decision-file-status-code.

           select outlier-audit-data assign "outlier-audit.txt"
               organization sequential
               file status audit-file-status-code.

       file section.
       FD  outlier-query-data.    *> the list OutlierScreening fills
       01  outlier-query-record.
           copy outlier-query-record.

       FD  bird-spotting-data.    *> to see an amended count has landed
       01  bird-spotting-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.

       FD  outlier-decision-data.    *> one line per ruling, keyed to
                                      *> the queried sighting
       01  outlier-decision-record.
           05  otd-record-key          pic 9(6).
           05  filler                  pic X.
           05  otd-decision-code       pic X.
               88  otd-confirmed           value "C" "c".
               88  otd-amended             value "A" "a".
               88  otd-reopen              value "O" "o".
           05  filler                  pic X.
           05  otd-decision-date       pic 9(8).

       FD  outlier-audit-data.    *> before/after ruling on every query
       01  outlier-audit-record.
           05  ota-record-key          pic 9(6).
           05  filler                  pic X.
           05  ota-old-status          pic X.
           05  filler                  pic X.
           05  ota-new-status          pic X.
           05  filler                  pic X.
           05  ota-decision-date       pic 9(8).
           05  filler                  pic X.
           05  ota-timestamp           pic X(21).

       working-storage section.
      *> the recorder's rulings on the queried counts.  C says the
      *> count was checked with the observer and stands; A says it
      *> was a keying slip, already put right through the menu's
      *> amend - the master must show a different count by now.
      *> Either closes the query and lets the sighting back into the
      *> state totals.  Only an open query can be ruled - O reopens a
      *> ruled one, as DuplicateDecisions backs a ruling out first
       01  end-of-file             pic 9.
       01  query-file-status-code.
           05  query-status-key-1  pic X.
           05  query-status-key-2  pic X.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  decision-file-status-code.
           05  decision-status-key-1 pic X.
           05  decision-status-key-2 pic X.
       01  audit-file-status-code.
           05  audit-status-key-1  pic X.
           05  audit-status-key-2  pic X.
       01  old-status              pic X.
       01  decisions-read          pic 9(5) value 0.
       01  decisions-applied       pic 9(5) value 0.
       01  decisions-rejected      pic 9(5) value 0.
       01  od-error-source-program pic X(20)
                                       value "OutlierDecisions".
       01  od-error-paragraph      pic X(30) value spaces.
       01  od-error-status-code    pic X(4)  value spaces.
       01  od-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "OutlierDecisions".

       procedure division.
           copy run-banner.
           open i-o outlier-query-data
           if query-status-key-1 not = "0"
               display "No outlier-queries.dat - run "
                   "OutlierScreening first"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           open input bird-spotting-data
           open input outlier-decision-data
           open extend outlier-audit-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read outlier-decision-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to decisions-read
                       perform apply-one-ruling
               end-read
           end-perform
           close outlier-query-data
           close bird-spotting-data
           close outlier-decision-data
           close outlier-audit-data
           display decisions-applied " count-query rulings applied, "
               decisions-rejected " could not be applied"
           perform write-run-control-end
           goback
           .

       apply-one-ruling section.
           move otd-record-key to oqr-record-key
           read outlier-query-data
               invalid key
                   add 1 to decisions-rejected
                   display "Sighting " otd-record-key
                       " is not on the query list"
                   exit section
           end-read
           move oqr-status to old-status
           if otd-reopen
               if oqr-open
                   add 1 to decisions-rejected
                   display "Query on " otd-record-key
                       " is already open"
                   exit section
               end-if
               set oqr-open to true
               move 0 to oqr-decided-date
           else
               if not oqr-open
                   add 1 to decisions-rejected
                   display "Query on " otd-record-key " was ruled '"
                       oqr-status "' - reopen it before ruling again"
                   exit section
               end-if
               evaluate true
                   when otd-confirmed
                       set oqr-confirmed to true
                   when otd-amended
                       perform check-count-amended
                       if not oqr-amended
                           exit section
                       end-if
                   when other
                       add 1 to decisions-rejected
                       display "Unknown ruling " otd-decision-code
                           " for sighting " otd-record-key
                       exit section
               end-evaluate
               move otd-decision-date to oqr-decided-date
           end-if
           rewrite outlier-query-record
               invalid key
                   add 1 to decisions-rejected
                   perform log-ruling-error
               not invalid key
                   add 1 to decisions-applied
                   perform write-ruling-audit
                   display "Query on " otd-record-key " ruled '"
                       oqr-status "'"
           end-rewrite
           .

       check-count-amended section.
           *> an amendment waits for a supervisor before it reaches
           *> the master - until it has, the query must stay open
           move otd-record-key to record-key
           read bird-spotting-data
               invalid key
                   add 1 to decisions-rejected
                   display "Sighting " otd-record-key
                       " is no longer on the master"
                   exit section
           end-read
           if bird-count = oqr-bird-count
               add 1 to decisions-rejected
               display "Sighting " otd-record-key " still shows "
                   bird-count " - amend the count before ruling A"
           else
               set oqr-amended to true
           end-if
           .

       write-ruling-audit section.
           move spaces to outlier-audit-record
           move oqr-record-key to ota-record-key
           move old-status to ota-old-status
           move oqr-status to ota-new-status
           move otd-decision-date to ota-decision-date
           move function current-date to ota-timestamp
           write outlier-audit-record
           .

       log-ruling-error section.
           display "Rewrite failed for query " otd-record-key
               " - status " query-file-status-code
           move "APPLY-ONE-RULING" to od-error-paragraph
           move query-file-status-code to od-error-status-code
           move "I/O error on outlier-query-data"
               to od-error-message-text
           call "ErrorLogger"
               using by reference od-error-source-program
                     by reference od-error-paragraph
                     by reference od-error-status-code
                     by reference od-error-message-text
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
