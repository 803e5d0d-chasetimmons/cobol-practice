       input-output section.
           select leave-balance-data assign "leave-balances.dat"
               organization indexed
               access dynamic
               record key lvb-emp-id
               file status leave-balance-file-status-code.

       file section.
       FD  leave-balance-data.    *> each employee's leave year, as
                                   *> the last pay run left it
       01  leave-balance-record.
           copy leave-balance-record.

       working-storage section.
      *> the month's leave balances for the owner, run after the pay
      *> run so it shows what the payslips showed.  Overtaken
      *> balances are flagged - they come out of a leaver's final pay
      *> or next year's entitlement - and leavers settled this year
      *> show what their final pay paid or recovered
       01  leave-balance-file-status-code.
           05  leave-balance-status-key-1 pic X.
           05  leave-balance-status-key-2 pic X.
       01  end-of-file             pic 9.
       01  report-leave-year       pic 9(4).
       01  other-year-lines        pic 9(4) value 0.
       01  employees-listed        pic 9(4) value 0.
       01  employees-overtaken     pic 9(4) value 0.
       01  leavers-settled         pic 9(4) value 0.
       01  total-entitlement       pic 9(5)V9 value 0.
       01  total-taken             pic 9(5)V9 value 0.
       01  total-remaining         pic S9(5)V9 value 0.
       01  formatted-entitlement   pic ZZ9.9.
       01  formatted-carried       pic -ZZ9.9.
       01  formatted-taken         pic ZZ9.9.
       01  formatted-remaining     pic -ZZ9.9.
       01  formatted-total-entitle pic ZZ,ZZ9.9.
       01  formatted-total-taken   pic ZZ,ZZ9.9.
       01  formatted-total-remain  pic -ZZ,ZZ9.9.
       01  formatted-settled       pic ZZ9.9.
       01  balance-note            pic X(30).

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "LeaveBalanceReport".

       procedure division.
           copy run-banner.
           move function current-date (1:4) to report-leave-year
           open input leave-balance-data
           if leave-balance-status-key-1 not = "0"
               display "No leave-balances.dat - run the pay run first"
               close leave-balance-data
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           move "O" to rw-action
           move "leave-balances.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "LEAVE BALANCES " report-leave-year " AS AT "
               function current-date (1:8)
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "EMP   NAME                 ENTITLED CARRIED  TAKEN"
               " REMAINING  UPDATED   NOTE"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read leave-balance-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       if lvb-leave-year = report-leave-year
                           perform print-one-leave-balance
                       else
                           add 1 to other-year-lines
                       end-if
               end-read
           end-perform
           close leave-balance-data
           move "T" to rw-action
           move total-entitlement to formatted-total-entitle
           move total-taken to formatted-total-taken
           move total-remaining to formatted-total-remain
           move spaces to rw-line-text
           string "EMPLOYEES " employees-listed "  ENTITLED "
               formatted-total-entitle "  TAKEN " formatted-total-taken
               "  REMAINING " formatted-total-remain
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "OVERTAKEN " employees-overtaken
               "  LEAVERS SETTLED " leavers-settled
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display employees-listed " leave balances on "
               "leave-balances.prt, " employees-overtaken
               " overtaken"
           if other-year-lines > 0
               display other-year-lines " register lines not yet "
                   "rolled into " report-leave-year
                   " - they roll at their next pay run"
           end-if
           perform write-run-control-end
           goback
           .

       print-one-leave-balance section.
           add 1 to employees-listed
           add lvb-entitlement to total-entitlement
           add lvb-taken to total-taken
           add lvb-balance to total-remaining
           move spaces to balance-note
           evaluate true
               when lvb-leaver-settled
                   add 1 to leavers-settled
                   *> unsigned edit - the wording carries the sign
                   move lvb-settled-days to formatted-settled
                   if lvb-settled-days < 0
                       string "LEFT - " formatted-settled
                           " DAYS RECOVERED"
                           delimited by size into balance-note
                   else
                       string "LEFT - " formatted-settled
                           " DAYS PAID"
                           delimited by size into balance-note
                   end-if
               when lvb-balance < 0
                   add 1 to employees-overtaken
                   move "OVERTAKEN" to balance-note
           end-evaluate
           move lvb-entitlement to formatted-entitlement
           move lvb-carried-in to formatted-carried
           move lvb-taken to formatted-taken
           move lvb-balance to formatted-remaining
           move spaces to rw-line-text
           string lvb-emp-id " " lvb-emp-name " " formatted-entitlement
               "    " formatted-carried " " formatted-taken "    "
               formatted-remaining "  " lvb-updated-date "  "
               balance-note
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
           move employees-listed to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
