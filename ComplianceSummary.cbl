       input-output section.
           select compliance-case-data assign "compliance-cases.dat"
               organization indexed
               access dynamic
               record key cmc-case-number
               file status case-file-status-code.

       file section.
       FD  compliance-case-data.    *> every case ever raised
       01  compliance-case-record.
           copy compliance-case-record.

       working-storage section.
      *> the month's compliance figures for the board: cases raised
      *> by type, cases closed by disposition, and what was still
      *> open at the month's end - a case closed since then counts as
      *> open for the month asked, so a late run prints what a timely
      *> one would have
       01  end-of-file             pic 9.
       01  case-file-status-code.
           05  case-status-key-1   pic X.
           05  case-status-key-2   pic X.
       01  summary-month           pic 9(6).
       01  month-first-date        pic 9(8).
       01  month-last-date         pic 9(8).
       01  raised-month            pic 9(6).
       01  closed-month            pic 9(6).
       01  cases-read              pic 9(6) value 0.

       01  raised-counts.
           05  raised-large        pic 9(5) value 0.
           05  raised-structuring  pic 9(5) value 0.
           05  raised-quiet        pic 9(5) value 0.
           05  raised-attempt      pic 9(5) value 0.
           05  raised-total        pic 9(5) value 0.
       01  closed-counts.
           05  closed-reported     pic 9(5) value 0.
           05  closed-explained    pic 9(5) value 0.
           05  closed-watching     pic 9(5) value 0.
           05  closed-other        pic 9(5) value 0.
           05  closed-total        pic 9(5) value 0.
       01  open-at-month-end       pic 9(5) value 0.
       01  oldest-open-date        pic 9(8) value 0.
       01  summary-label           pic X(40).
       01  summary-count           pic ZZ,ZZ9.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "ComplianceSummary".

       procedure division.
           copy run-banner.
           display "Summary month (CCYYMM)?"
           accept summary-month
           compute month-first-date = summary-month * 100 + 1
           if function test-date-yyyymmdd (month-first-date) not = 0
               display summary-month " is not a valid month - "
                   "no compliance summary produced"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           perform find-month-last-date
           open input compliance-case-data
           if case-status-key-1 not = "0"
               display "No compliance-cases.dat - nothing to summarise"
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read compliance-case-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to cases-read
                       perform count-one-case
               end-read
           end-perform
           close compliance-case-data
           perform print-compliance-summary
           display raised-total " cases raised, " closed-total
               " closed, " open-at-month-end " open at the end of "
               summary-month
           perform write-run-control-end
           goback
           .

       find-month-last-date section.
           *> the day before the first of the following month
           compute month-last-date = function date-of-integer
               (function integer-of-date (month-first-date) + 31)
           divide month-last-date by 100 giving raised-month
           compute month-last-date = raised-month * 100 + 1
           compute month-last-date = function date-of-integer
               (function integer-of-date (month-last-date) - 1)
           .

       count-one-case section.
           divide cmc-raised-date by 100 giving raised-month
           if raised-month = summary-month
               add 1 to raised-total
               evaluate true
                   when cmc-large-cash
                       add 1 to raised-large
                   when cmc-structuring
                       add 1 to raised-structuring
                   when cmc-quiet-account
                       add 1 to raised-quiet
                   when cmc-large-attempt
                       add 1 to raised-attempt
               end-evaluate
           end-if
           if cmc-case-closed
               divide cmc-closed-date by 100 giving closed-month
               if closed-month = summary-month
                   add 1 to closed-total
                   evaluate cmc-disposition-code
                       when "RP"
                           add 1 to closed-reported
                       when "NA"
                           add 1 to closed-explained
                       when "MO"
                           add 1 to closed-watching
                       when other
                           add 1 to closed-other
                   end-evaluate
               end-if
           end-if
           if cmc-raised-date <= month-last-date
                   and (cmc-case-open
                       or cmc-closed-date > month-last-date)
               add 1 to open-at-month-end
               if oldest-open-date = 0
                       or cmc-raised-date < oldest-open-date
                   move cmc-raised-date to oldest-open-date
               end-if
           end-if
           .

       print-compliance-summary section.
           move "O" to rw-action
           move "compliance-summary.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "COMPLIANCE CASES SUMMARY FOR " summary-month
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "                                            CASES"
               to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           move "Raised - large cash movement" to summary-label
           move raised-large to summary-count
           perform print-summary-line
           move "Raised - structuring across the window"
               to summary-label
           move raised-structuring to summary-count
           perform print-summary-line
           move "Raised - activity on a quiet account"
               to summary-label
           move raised-quiet to summary-count
           perform print-summary-line
           move "Raised - large movement attempted" to summary-label
           move raised-attempt to summary-count
           perform print-summary-line
           move "Raised in the month" to summary-label
           move raised-total to summary-count
           perform print-summary-line
           move "Closed - reported (RP)" to summary-label
           move closed-reported to summary-count
           perform print-summary-line
           move "Closed - explained, no action (NA)" to summary-label
           move closed-explained to summary-count
           perform print-summary-line
           move "Closed - keep monitoring (MO)" to summary-label
           move closed-watching to summary-count
           perform print-summary-line
           if closed-other > 0
               move "Closed - other disposition" to summary-label
               move closed-other to summary-count
               perform print-summary-line
           end-if
           move "Closed in the month" to summary-label
           move closed-total to summary-count
           perform print-summary-line
           move "T" to rw-action
           move open-at-month-end to summary-count
           move spaces to rw-line-text
           if open-at-month-end > 0
               string "Open at month end                       "
                   summary-count "   oldest raised " oldest-open-date
                   delimited by size into rw-line-text
           else
               string "Open at month end                       "
                   summary-count
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       print-summary-line section.
           move spaces to rw-line-text
           string summary-label summary-count
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
           move cases-read to rcl-records-read
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
