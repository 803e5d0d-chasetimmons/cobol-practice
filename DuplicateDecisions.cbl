       input-output section.
           select possible-duplicate-data
               assign "possible-duplicates.dat"
               organization indexed
               access dynamic
               record key pdp-key
               file status duplicate-file-status-code.

           select duplicate-decision-data
               assign "duplicate-decisions.txt"
               organization sequential
               file status decision-file-status-code.

           select duplicate-audit-data
               assign "duplicate-audit.txt"
               organization sequential
               file status audit-file-status-code.

       file section.
       FD  possible-duplicate-data.    *> the worklist DoubleCountCheck
                                        *> fills
       01  possible-duplicate-record.
           copy possible-duplicate-record.

       FD  duplicate-decision-data.    *> one line per ruling, keyed
                                        *> to the worklist pair
       01  duplicate-decision-record.
           05  dpd-record-key-a        pic 9(6).
           05  filler                  pic X.
           05  dpd-record-key-b        pic 9(6).
           05  filler                  pic X.
           05  dpd-decision-code       pic X.
               88  dpd-separate            value "S" "s".
               88  dpd-a-duplicate         value "A" "a".
               88  dpd-b-duplicate         value "B" "b".
               88  dpd-reopen              value "O" "o".
           05  filler                  pic X.
           05  dpd-decision-date       pic 9(8).

       FD  duplicate-audit-data.    *> before/after ruling on every
                                     *> pair - the totals move with it
       01  duplicate-audit-record.
           05  dpa-record-key-a        pic 9(6).
           05  filler                  pic X.
           05  dpa-record-key-b        pic 9(6).
           05  filler                  pic X.
           05  dpa-old-status          pic X.
           05  filler                  pic X.
           05  dpa-new-status          pic X.
           05  filler                  pic X.
           05  dpa-decision-date       pic 9(8).
           05  filler                  pic X.
           05  dpa-timestamp           pic X(21).

       working-storage section.
      *> the recorder's rulings on the possible double counts.  S says
      *> the two were separate flocks and both stand; A or B says that
      *> side is a second count of the other side's birds and drops
      *> out of the year totals and the site peaks.  Only an open pair
      *> can be ruled - O reopens a ruled pair when the recorder
      *> thinks again, as the committee backs a decision out first
       01  end-of-file             pic 9.
       01  duplicate-file-status-code.
           05  duplicate-status-key-1 pic X.
           05  duplicate-status-key-2 pic X.
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
       01  dd-error-source-program pic X(20)
                                       value "DuplicateDecisions".
       01  dd-error-paragraph      pic X(30) value spaces.
       01  dd-error-status-code    pic X(4)  value spaces.
       01  dd-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "DuplicateDecisions".

       procedure division.
           copy run-banner.
           open i-o possible-duplicate-data
           if duplicate-status-key-1 not = "0"
               display "No possible-duplicates.dat - run "
                   "DoubleCountCheck first"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           open input duplicate-decision-data
           open extend duplicate-audit-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read duplicate-decision-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to decisions-read
                       perform apply-one-ruling
               end-read
           end-perform
           close possible-duplicate-data
           close duplicate-decision-data
           close duplicate-audit-data
           display decisions-applied " double-count rulings applied, "
               decisions-rejected " could not be applied"
           perform write-run-control-end
           goback
           .

       apply-one-ruling section.
           move spaces to pdp-key
           move dpd-record-key-a to pdp-record-key-a
           move dpd-record-key-b to pdp-record-key-b
           read possible-duplicate-data
               invalid key
                   add 1 to decisions-rejected
                   display "Pair " dpd-record-key-a "/"
                       dpd-record-key-b " is not on the worklist"
                   exit section
           end-read
           move pdp-status to old-status
           if dpd-reopen
               if pdp-open
                   add 1 to decisions-rejected
                   display "Pair " dpd-record-key-a "/"
                       dpd-record-key-b " is already open"
                   exit section
               end-if
               set pdp-open to true
               move 0 to pdp-decided-date
           else
               if not pdp-open
                   add 1 to decisions-rejected
                   display "Pair " dpd-record-key-a "/"
                       dpd-record-key-b " was ruled '" pdp-status
                       "' - reopen it before ruling again"
                   exit section
               end-if
               evaluate true
                   when dpd-separate
                       set pdp-separate-flocks to true
                   when dpd-a-duplicate
                       set pdp-a-is-duplicate to true
                   when dpd-b-duplicate
                       set pdp-b-is-duplicate to true
                   when other
                       add 1 to decisions-rejected
                       display "Unknown ruling " dpd-decision-code
                           " for pair " dpd-record-key-a "/"
                           dpd-record-key-b
                       exit section
               end-evaluate
               move dpd-decision-date to pdp-decided-date
           end-if
           rewrite possible-duplicate-record
               invalid key
                   add 1 to decisions-rejected
                   perform log-ruling-error
               not invalid key
                   add 1 to decisions-applied
                   perform write-ruling-audit
                   display "Pair " dpd-record-key-a "/"
                       dpd-record-key-b " ruled '" pdp-status "'"
           end-rewrite
           .

       write-ruling-audit section.
           move spaces to duplicate-audit-record
           move pdp-record-key-a to dpa-record-key-a
           move pdp-record-key-b to dpa-record-key-b
           move old-status to dpa-old-status
           move pdp-status to dpa-new-status
           move dpd-decision-date to dpa-decision-date
           move function current-date to dpa-timestamp
           write duplicate-audit-record
           .

       log-ruling-error section.
           display "Rewrite failed for pair " dpd-record-key-a "/"
               dpd-record-key-b " - status " duplicate-file-status-code
           move "APPLY-ONE-RULING" to dd-error-paragraph
           move duplicate-file-status-code to dd-error-status-code
           move "I/O error on possible-duplicate-data"
               to dd-error-message-text
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
