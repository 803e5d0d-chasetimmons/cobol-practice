               organization sequential
               file status salary-trans-file-status-code.

           select salary-history-data assign "salary-history.txt"
               organization sequential
               file status salary-history-file-status-code.

       file section.
       FD  salary-data.    *> the salary master, no longer edited by
                            *> hand - starts, amendments and leavers
           05  filler                  pic X.
           05  slt-effective-date      pic 9(8).

       FD  salary-history-data.    *> every rate each employee has
                                    *> been on - an amendment adds a
                                    *> row rather than losing the old
                                    *> rate
       01  salary-history-record.
           copy salary-history-record.

       working-storage section.
       78  MAX-SALARY-LINES        value 200.
       01  salary-line-table.
       01  salary-trans-file-status-code.
           05  salary-trans-status-key-1 pic X.
           05  salary-trans-status-key-2 pic X.
       01  salary-history-file-status-code.
           05  salary-history-status-key-1 pic X.
           05  salary-history-status-key-2 pic X.

      *> employees with rows on the history already - staff who
      *> predate it get an opening row for their old rate before
      *> their first amendment, so the pay run knows what they were
      *> paid before it
       01  history-employee-table.
           05  history-employee-entry  pic 9(5)
                                        occurs MAX-SALARY-LINES
                                        indexed by history-emp-index.
       01  history-employee-count  pic 9(3) value 0.
       01  employee-history-flag   pic X.
           88  employee-has-history    value "Y".
       01  wanted-history-emp-id   pic 9(5).
       01  history-change-type     pic X.
       01  end-of-history          pic 9.
       01  run-date-today          pic 9(8).
       01  pay-period-start        pic 9(8).

       01  eff-day                 pic 9(2).
       01  eff-month               pic 9(2).
       01  staff-amended           pic 9(3) value 0.
       01  staff-left              pic 9(3) value 0.
       01  staff-rejected          pic 9(3) value 0.
       01  rates-recorded          pic 9(3) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "SalaryMaintenance".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           move run-date-today to pay-period-start
           move 01 to pay-period-start (7:2)
           perform load-salary-table
           perform note-employees-with-history
           perform apply-salary-transactions
           perform rewrite-salary-master
           display staff-started " started, "
               staff-amended " amended, "
               staff-left " left, "
               staff-rejected " rejected, "
               rates-recorded " rates added to salary-history.txt"
           perform write-run-control-end
           goback
           .

       apply-salary-transactions section.
           open input salary-transaction-data
           open extend salary-history-data
           set end-of-transactions to 1 *> FALSE
           perform until end-of-transactions = 0 *> TRUE
               read salary-transaction-data
               end-read
           end-perform
           close salary-transaction-data
           close salary-history-data
           .

       apply-one-salary-trans section.
               add 1 to staff-started
               display "Employee " slt-emp-id " starts "
                   slt-effective-date " on " slt-gross-salary
               move "S" to history-change-type
               perform write-salary-history-row
           end-if
           .

               display "Employee " slt-emp-id
                   " not on the salary file - amend rejected"
           else
               if slt-gross-salary
                       not = gross-salary of held-salary-line
                   perform record-rate-change
               end-if
               move slt-gross-salary
                   to gross-salary of held-salary-line
               if slt-emp-name not = spaces
           end-if
           .

       record-rate-change section.
           *> an employee who predates the history banks the rate
           *> being replaced first, in force from the beginning -
           *> without it the pay run could not tell what the periods
           *> before the change were paid
           move slt-emp-id to wanted-history-emp-id
           perform check-employee-has-history
           if not employee-has-history
               move spaces to salary-history-record
               move slt-emp-id to slh-emp-id
               move 0 to slh-effective-date
               move gross-salary of held-salary-line
                   to slh-gross-salary
               move 0 to slh-recorded-date
               set slh-opening-rate to true
               write salary-history-record
               add 1 to rates-recorded
           end-if
           move "A" to history-change-type
           perform write-salary-history-row
           if slt-effective-date < pay-period-start
               display "  backdated - the next pay run pays the "
                   "arrears for the periods already paid"
           end-if
           .

       write-salary-history-row section.
           move spaces to salary-history-record
           move history-change-type to slh-change-type
           move slt-emp-id to slh-emp-id
           move slt-effective-date to slh-effective-date
           move slt-gross-salary to slh-gross-salary
           move run-date-today to slh-recorded-date
           write salary-history-record
           add 1 to rates-recorded
           move slt-emp-id to wanted-history-emp-id
           perform check-employee-has-history
           if not employee-has-history
               perform note-one-history-employee
           end-if
           .

       note-employees-with-history section.
           open input salary-history-data
           if salary-history-status-key-1 = "0"
               set end-of-history to 1 *> FALSE
               perform until end-of-history = 0 *> TRUE
                   read salary-history-data
                       at end
                           set end-of-history to 0 *> TRUE
                       not at end
                           move slh-emp-id to wanted-history-emp-id
                           perform check-employee-has-history
                           if not employee-has-history
                               perform note-one-history-employee
                           end-if
                   end-read
               end-perform
           end-if
           close salary-history-data
           .

       note-one-history-employee section.
           if history-employee-count >= MAX-SALARY-LINES
               display "History-employee table is full at "
                   MAX-SALARY-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to history-employee-count
           move wanted-history-emp-id
               to history-employee-entry (history-employee-count)
           .

       check-employee-has-history section.
           move "N" to employee-history-flag
           set history-emp-index to 1
           perform until history-emp-index > history-employee-count
                   or employee-has-history
               if history-employee-entry (history-emp-index)
                       = wanted-history-emp-id
                   set employee-has-history to true
               else
                   set history-emp-index up by 1
               end-if
           end-perform
           .

       rewrite-salary-master section.
           open output salary-work-data
           perform varying salary-index from 1 by 1
