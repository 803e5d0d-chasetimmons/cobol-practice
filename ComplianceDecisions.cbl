       input-output section.
           select compliance-case-data assign "compliance-cases.dat"
               organization indexed
               access dynamic
               record key cmc-case-number
               file status case-file-status-code.

           select compliance-decision-data
               assign "compliance-decisions.txt"
               organization sequential
               file status decision-file-status-code.

           select compliance-audit-data assign "compliance-audit.txt"
               organization sequential
               file status audit-file-status-code.

       file section.
       FD  compliance-case-data.    *> the worklist ComplianceMonitor
                                     *> raises
       01  compliance-case-record.
           copy compliance-case-record.

       FD  compliance-decision-data.    *> one line per disposition,
                                         *> keyed to the case
       01  compliance-decision-record.
           05  cmd-case-number         pic 9(6).
           05  filler                  pic X.
           05  cmd-disposition-code    pic X(2).
               88  cmd-reported            value "RP" "rp".
               88  cmd-explained           value "NA" "na".
               88  cmd-keep-watching       value "MO" "mo".
               88  cmd-reopen              value "OP" "op".
           05  filler                  pic X.
           05  cmd-decision-date       pic 9(8).
           05  filler                  pic X.
           05  cmd-officer-id          pic X(8).

       FD  compliance-audit-data.    *> before/after on every case
       01  compliance-audit-record.
           05  cma-case-number         pic 9(6).
           05  filler                  pic X.
           05  cma-old-status          pic X.
           05  filler                  pic X.
           05  cma-new-status          pic X.
           05  filler                  pic X.
           05  cma-disposition-code    pic X(2).
           05  filler                  pic X.
           05  cma-decision-date       pic 9(8).
           05  filler                  pic X.
           05  cma-officer-id          pic X(8).
           05  filler                  pic X.
           05  cma-timestamp           pic X(21).

       working-storage section.
      *> the compliance officer's dispositions on the open cases.
      *>   RP  reported to the authorities
      *>   NA  looked into and explained - no further action
      *>   MO  nothing to report yet, but keep the customer in view -
      *>       closes this case; the next movement raises a new one
      *> Each closes the case with the date and the officer.  Only an
      *> open case can be closed - OP reopens a closed one, and the
      *> audit file keeps the disposition it carried before
       01  end-of-file             pic 9.
       01  case-file-status-code.
           05  case-status-key-1   pic X.
           05  case-status-key-2   pic X.
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
       01  cd-error-source-program pic X(20)
                                       value "ComplianceDecisions".
       01  cd-error-paragraph      pic X(30) value spaces.
       01  cd-error-status-code    pic X(4)  value spaces.
       01  cd-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "ComplianceDecisions".

       procedure division.
           copy run-banner.
           open i-o compliance-case-data
           if case-status-key-1 not = "0"
               display "No compliance-cases.dat - run "
                   "ComplianceMonitor first"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           open input compliance-decision-data
           if decision-status-key-1 not = "0"
               display "No compliance-decisions.txt - nothing to apply"
               close compliance-case-data
               perform write-run-control-end
               goback
           end-if
           open extend compliance-audit-data
           if audit-status-key-1 = "3"
               open output compliance-audit-data
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read compliance-decision-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to decisions-read
                       perform apply-one-disposition
               end-read
           end-perform
           close compliance-case-data
           close compliance-decision-data
           close compliance-audit-data
           display decisions-applied
               " compliance dispositions applied, " decisions-rejected
               " could not be applied"
           if decisions-rejected > 0
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       apply-one-disposition section.
           move cmd-case-number to cmc-case-number
           read compliance-case-data
               invalid key
                   add 1 to decisions-rejected
                   display "Case " cmd-case-number
                       " is not on the compliance worklist"
                   exit section
           end-read
           if cmd-decision-date not numeric
                   or function test-date-yyyymmdd (cmd-decision-date)
                       not = 0
               add 1 to decisions-rejected
               display "Case " cmd-case-number
                   " has no valid decision date"
               exit section
           end-if
           if cmd-officer-id = spaces
               add 1 to decisions-rejected
               display "Case " cmd-case-number
                   " has no officer against the disposition"
               exit section
           end-if
           move cmc-case-status to old-status
           if cmd-reopen
               if cmc-case-open
                   add 1 to decisions-rejected
                   display "Case " cmd-case-number " is already open"
                   exit section
               end-if
               set cmc-case-open to true
               move spaces to cmc-disposition-code
               move 0 to cmc-closed-date
               move spaces to cmc-closed-by
           else
               if not cmc-case-open
                   add 1 to decisions-rejected
                   display "Case " cmd-case-number " was closed '"
                       cmc-disposition-code
                       "' - reopen it before closing again"
                   exit section
               end-if
               if not (cmd-reported or cmd-explained
                       or cmd-keep-watching)
                   add 1 to decisions-rejected
                   display "Unknown disposition " cmd-disposition-code
                       " for case " cmd-case-number
                   exit section
               end-if
               if cmd-decision-date < cmc-raised-date
                   add 1 to decisions-rejected
                   display "Case " cmd-case-number
                       " cannot be closed before it was raised on "
                       cmc-raised-date
                   exit section
               end-if
               set cmc-case-closed to true
               move function upper-case (cmd-disposition-code)
                   to cmc-disposition-code
               move cmd-decision-date to cmc-closed-date
               move cmd-officer-id to cmc-closed-by
           end-if
           rewrite compliance-case-record
               invalid key
                   add 1 to decisions-rejected
                   perform log-disposition-error
               not invalid key
                   add 1 to decisions-applied
                   perform write-disposition-audit
                   display "Case " cmd-case-number " now '"
                       cmc-case-status "' " cmc-disposition-code
           end-rewrite
           .

       write-disposition-audit section.
           move spaces to compliance-audit-record
           move cmc-case-number to cma-case-number
           move old-status to cma-old-status
           move cmc-case-status to cma-new-status
           move function upper-case (cmd-disposition-code)
               to cma-disposition-code
           move cmd-decision-date to cma-decision-date
           move cmd-officer-id to cma-officer-id
           move function current-date to cma-timestamp
           write compliance-audit-record
           .

       log-disposition-error section.
           display "Rewrite failed for case " cmd-case-number
               " - status " case-file-status-code
           move "APPLY-ONE-DISPOSITION" to cd-error-paragraph
           move case-file-status-code to cd-error-status-code
           move "I/O error on compliance-case-data"
               to cd-error-message-text
           call "ErrorLogger"
               using by reference cd-error-source-program
                     by reference cd-error-paragraph
                     by reference cd-error-status-code
                     by reference cd-error-message-text
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
