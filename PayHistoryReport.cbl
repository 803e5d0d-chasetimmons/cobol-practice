       input-output section.
           select salary-data assign "salary-data.txt"
               organization sequential
               file status salary-file-status-code.

           select salary-history-data assign "salary-history.txt"
               organization sequential
               file status salary-history-file-status-code.

           select salary-arrears-data assign "salary-arrears.txt"
               organization sequential
               file status salary-arrears-file-status-code.

       file section.
       FD  salary-data.    *> who is on the payroll, and their names
       01  salary-record.
           copy salary-record.

       FD  salary-history-data.    *> every rate each employee has
                                    *> been on
       01  salary-history-record.
           copy salary-history-record.

       FD  salary-arrears-data.    *> back pay paid, by period
       01  salary-arrears-record.
           copy salary-arrears-record.

       working-storage section.
      *> every rate each employee has been on, oldest first, with
      *> the rise each one brought and when it was keyed - a rate
      *> keyed after its effective date is marked BACKDATED and the
      *> back pay the runs paid for it is totalled underneath.
      *> Staff with no history have only ever been on the master's
      *> rate
       78  MAX-HISTORY-LINES       value 2000.
       01  rate-history-table.
           05  rate-history-entry      occurs MAX-HISTORY-LINES
                                        indexed by history-index.
               10  rht-emp-id          pic 9(5).
               10  rht-effective-date  pic 9(8).
               10  rht-gross-salary    pic 9(5)V9(2).
               10  rht-recorded-date   pic 9(8).
               10  rht-change-type     pic X.
               10  rht-printed-flag    pic X.
                   88  rht-printed         value "Y".
       01  history-line-count      pic 9(4) value 0.
       01  next-history-index      pic 9(4).
       01  employee-rates-printed  pic 9(3).
       01  previous-rate           pic 9(5)V9(2).
       01  rate-change             pic S9(5)V9(2).
       01  rate-change-percent     pic S9(3)V9.

       01  employee-arrears        pic 9(7)V9(2).
       01  employee-arrears-tax    pic 9(7)V9(2).
       01  employee-arrears-periods pic 9(3).
       01  total-arrears           pic 9(8)V9(2) value 0.

       01  wanted-emp-id           pic 9(5).
       01  employees-listed        pic 9(4) value 0.
       01  rates-listed            pic 9(5) value 0.
       01  end-of-file             pic 9.
       01  end-of-arrears          pic 9.
       01  salary-file-status-code.
           05  salary-status-key-1 pic X.
           05  salary-status-key-2 pic X.
       01  salary-history-file-status-code.
           05  salary-history-status-key-1 pic X.
           05  salary-history-status-key-2 pic X.
       01  salary-arrears-file-status-code.
           05  salary-arrears-status-key-1 pic X.
           05  salary-arrears-status-key-2 pic X.

       01  formatted-rate          pic ZZ,ZZ9.99.
       01  formatted-change        pic +ZZ,ZZ9.99.
       01  formatted-percent       pic +ZZ9.9.
       01  formatted-arrears       pic Z,ZZZ,ZZ9.99.
       01  formatted-arrears-tax   pic Z,ZZZ,ZZ9.99.
       01  formatted-total         pic ZZ,ZZZ,ZZ9.99.
       01  effective-text          pic X(10).
       01  change-type-text        pic X(9).
       01  backdated-text          pic X(9).

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "PayHistoryReport".

       procedure division.
           copy run-banner.
           display "Pay history for which employee (0 for all)?"
           accept wanted-emp-id
           perform load-salary-history
           open input salary-data
           if salary-status-key-1 not = "0"
               display "No salary-data.txt - no pay history to print"
               close salary-data
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           move "O" to rw-action
           move "pay-history.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "PAY HISTORY AS AT " function current-date (1:8)
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "EFFECTIVE   MONTHLY RATE   CHANGE      %  "
               "KEYED     TYPE"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read salary-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       if wanted-emp-id = 0 or emp-id = wanted-emp-id
                           perform print-one-pay-history
                       end-if
               end-read
           end-perform
           close salary-data
           move "T" to rw-action
           move total-arrears to formatted-total
           move spaces to rw-line-text
           string "EMPLOYEES " employees-listed "  RATES " rates-listed
               "  BACK PAY PAID " formatted-total
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display employees-listed " employees' pay history on "
               "pay-history.prt"
           if wanted-emp-id not = 0 and employees-listed = 0
               display "Employee " wanted-emp-id
                   " is not on salary-data.txt"
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       load-salary-history section.
           open input salary-history-data
           if salary-history-status-key-1 not = "0"
               close salary-history-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read salary-history-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform hold-one-history-line
               end-read
           end-perform
           close salary-history-data
           .

       hold-one-history-line section.
           if history-line-count >= MAX-HISTORY-LINES
               display "Salary history table is full at "
                   MAX-HISTORY-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to history-line-count
           move slh-emp-id to rht-emp-id (history-line-count)
           move slh-effective-date
               to rht-effective-date (history-line-count)
           move slh-gross-salary
               to rht-gross-salary (history-line-count)
           move slh-recorded-date
               to rht-recorded-date (history-line-count)
           move slh-change-type to rht-change-type (history-line-count)
           move "N" to rht-printed-flag (history-line-count)
           .

       print-one-pay-history section.
           add 1 to employees-listed
           move spaces to rw-line-text
           perform call-report-writer
           move gross-salary to formatted-rate
           move spaces to rw-line-text
           if emp-leave-date = 0
               string "EMPLOYEE " emp-id " " emp-name "  STARTED "
                   emp-start-date "  NOW ON " formatted-rate
                   delimited by size into rw-line-text
           else
               string "EMPLOYEE " emp-id " " emp-name "  STARTED "
                   emp-start-date "  LEFT " emp-leave-date
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           move 0 to employee-rates-printed
           move 0 to previous-rate
           perform print-next-rate
           perform until next-history-index = 0
               perform print-next-rate
           end-perform
           if employee-rates-printed = 0
               move spaces to rw-line-text
               string "  NO RATE CHANGES ON FILE - PAID THE MASTER "
                   "RATE OF " formatted-rate " THROUGHOUT"
                   delimited by size into rw-line-text
               perform call-report-writer
           end-if
           perform total-employee-arrears
           if employee-arrears > 0
               move employee-arrears to formatted-arrears
               move employee-arrears-tax to formatted-arrears-tax
               move spaces to rw-line-text
               string "  BACK PAY PAID " formatted-arrears
                   " TAX " formatted-arrears-tax " OVER "
                   employee-arrears-periods " PERIODS"
                   delimited by size into rw-line-text
               perform call-report-writer
           end-if
           .

       print-next-rate section.
           *> the earliest rate not yet printed - of two effective
           *> the same day, the one keyed first
           move 0 to next-history-index
           perform varying history-index from 1 by 1
                   until history-index > history-line-count
               if rht-emp-id (history-index) = emp-id
                       and not rht-printed (history-index)
                   if next-history-index = 0
                       set next-history-index to history-index
                   else
                       if rht-effective-date (history-index) <
                               rht-effective-date (next-history-index)
                           set next-history-index to history-index
                       end-if
                   end-if
               end-if
           end-perform
           if next-history-index = 0
               exit section
           end-if
           set history-index to next-history-index
           set rht-printed (history-index) to true
           add 1 to employee-rates-printed
           add 1 to rates-listed
           if rht-effective-date (history-index) = 0
               move "BEGINNING" to effective-text
           else
               move rht-effective-date (history-index)
                   to effective-text
           end-if
           evaluate rht-change-type (history-index)
               when "O"
                   move "OPENING" to change-type-text
               when "S"
                   move "START" to change-type-text
               when "A"
                   move "AMENDED" to change-type-text
               when other
                   move rht-change-type (history-index)
                       to change-type-text
           end-evaluate
           move spaces to backdated-text
           if rht-effective-date (history-index)
                   < rht-recorded-date (history-index)
               move "BACKDATED" to backdated-text
           end-if
           move rht-gross-salary (history-index) to formatted-rate
           move spaces to rw-line-text
           if employee-rates-printed = 1 or previous-rate = 0
               string "  " effective-text "  " formatted-rate
                   "                     "
                   rht-recorded-date (history-index) " "
                   change-type-text " " backdated-text
                   delimited by size into rw-line-text
           else
               compute rate-change =
                   rht-gross-salary (history-index) - previous-rate
               compute rate-change-percent rounded =
                   rate-change * 100 / previous-rate
               move rate-change to formatted-change
               move rate-change-percent to formatted-percent
               string "  " effective-text "  " formatted-rate " "
                   formatted-change " " formatted-percent "  "
                   rht-recorded-date (history-index) " "
                   change-type-text " " backdated-text
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           move rht-gross-salary (history-index) to previous-rate
           .

       total-employee-arrears section.
           move 0 to employee-arrears
           move 0 to employee-arrears-tax
           move 0 to employee-arrears-periods
           open input salary-arrears-data
           if salary-arrears-status-key-1 = "0"
               set end-of-arrears to 1 *> FALSE
               perform until end-of-arrears = 0 *> TRUE
                   read salary-arrears-data
                       at end
                           set end-of-arrears to 0 *> TRUE
                       not at end
                           if sar-emp-id = emp-id
                               add sar-arrears-amount
                                   to employee-arrears
                               add sar-arrears-tax
                                   to employee-arrears-tax
                               add 1 to employee-arrears-periods
                           end-if
                   end-read
               end-perform
           end-if
           close salary-arrears-data
           add employee-arrears to total-arrears
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
           move rates-listed to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
