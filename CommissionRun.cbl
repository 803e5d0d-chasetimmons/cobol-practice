       input-output section.
           select commission-scheme-data
               assign "commission-scheme.txt"
               organization sequential
               file status scheme-file-status-code.

           select salary-data assign "salary-data.txt"
               organization sequential
               file status salary-file-status-code.

           select sales-transaction-data assign "sales-data.txt"
               organization sequential
               file status sales-file-status-code.

           select commission-paid-data assign "commission-paid.txt"
               organization sequential
               file status paid-file-status-code.

           select commission-due-data assign "commission-due.txt"
               organization sequential
               file status due-file-status-code.

       file section.
       FD  commission-scheme-data.    *> effective-dated tiers - the
                                       *> rate on each slice of a
                                       *> month's sales from its floor
                                       *> up, in floor order within a
                                       *> date, as the tax bands are
       01  commission-scheme-record.
           05  csc-effective-date  pic 9(8).
           05  filler              pic X.
           05  csc-band-floor      pic 9(8).
           05  filler              pic X.
           05  csc-band-rate       pic V9(4).

       FD  salary-data.    *> a salesperson must be on the payroll
       01  salary-record.
           copy salary-record.

       FD  sales-transaction-data.    *> the till's dated takings
       01  sales-transaction-record.
           copy sales-transaction-record.

       FD  commission-paid-data.    *> months the pay run has paid
       01  commission-paid-record.
           copy commission-record.

       FD  commission-due-data.    *> the month's figures for the pay
                                    *> run
       01  commission-due-record.
           copy commission-record.

       working-storage section.
      *> the month-end sales commission.  Each salesperson's lines on
      *> the sales file for the month are totalled and the tiers in
      *> force at the month's end applied, slice by slice, to the
      *> total.  The figure goes on commission-due.txt for the next
      *> pay run to pay as taxable pay, and each salesperson gets a
      *> statement of the days and amounts behind it.  A month the
      *> pay run has already paid is not issued again; lines for
      *> someone not on the payroll are listed back with return
      *> code 4
       78  MAX-SCHEME-LINES        value 200.
       01  scheme-line-table.
           05  scheme-line-entry       occurs MAX-SCHEME-LINES
                                        indexed by scheme-line-index.
               10  slt-effective-date  pic 9(8).
               10  slt-band-floor      pic 9(8).
               10  slt-band-rate       pic V9(4).
       01  scheme-line-count       pic 9(3) value 0.
       78  MAX-COMMISSION-TIERS    value 10.
       01  tier-table.
           05  tier-entry              occurs MAX-COMMISSION-TIERS
                                        indexed by tier-index.
               10  tier-floor          pic 9(8).
               10  tier-rate           pic V9(4).
       01  tier-count              pic 9(2) value 0.
       01  tier-effective-date     pic 9(8) value 0.
       01  tier-upper-limit        pic 9(8).
       01  tier-slice              pic 9(8).
       01  tier-commission         pic 9(5)V9(2).

       78  MAX-PAYROLL-STAFF       value 200.
       01  staff-table.
           05  staff-entry             occurs MAX-PAYROLL-STAFF
                                        indexed by staff-index.
               10  stf-emp-id          pic 9(5).
               10  stf-emp-name        pic X(20).
               10  stf-sales-total     pic 9(8).
               10  stf-sales-days      pic 9(3).
               10  stf-commission      pic 9(5)V9(2).
               10  stf-paid-flag       pic X.
                   88  stf-month-paid      value "Y".
       01  staff-count             pic 9(3) value 0.
       01  found-staff-index       pic 9(3).

       78  MAX-SALES-LINES         value 3000.
       01  sales-line-table.
           05  sales-line-entry        occurs MAX-SALES-LINES
                                        indexed by sales-line-index.
               10  sln-emp-id          pic 9(5).
               10  sln-sales-date      pic 9(8).
               10  sln-sales-amount    pic 9(6).
       01  sales-line-count        pic 9(4) value 0.

       01  report-period           pic 9(6).
       01  period-end-date         pic 9(8).
       01  run-date-today          pic 9(8).
       01  end-of-file             pic 9.
       01  scheme-file-status-code.
           05  scheme-status-key-1 pic X.
           05  scheme-status-key-2 pic X.
       01  salary-file-status-code.
           05  salary-status-key-1 pic X.
           05  salary-status-key-2 pic X.
       01  sales-file-status-code.
           05  sales-status-key-1  pic X.
           05  sales-status-key-2  pic X.
       01  paid-file-status-code.
           05  paid-status-key-1   pic X.
           05  paid-status-key-2   pic X.
       01  due-file-status-code.
           05  due-status-key-1    pic X.
           05  due-status-key-2    pic X.

       01  house-sales-total       pic 9(9) value 0.
       01  unknown-sales-lines     pic 9(4) value 0.
       01  salespeople-due         pic 9(3) value 0.
       01  salespeople-paid-before pic 9(3) value 0.
       01  run-sales-total         pic 9(9) value 0.
       01  run-commission-total    pic 9(7)V9(2) value 0.
       01  formatted-sales         pic ZZ,ZZZ,ZZ9.
       01  formatted-slice         pic ZZ,ZZZ,ZZ9.
       01  formatted-floor         pic ZZ,ZZZ,ZZ9.
       01  formatted-rate          pic Z9.99.
       01  formatted-commission    pic ZZ,ZZ9.99.
       01  formatted-run-commission pic Z,ZZZ,ZZ9.99.
       01  formatted-day-sales     pic ZZZ,ZZ9.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "CommissionRun".

       procedure division.
           copy run-banner.
           display "Commission for which month (CCYYMM)?"
           accept report-period
           if report-period (5:2) < "01" or report-period (5:2) > "12"
               display "Month " report-period " is not a valid CCYYMM"
               move 16 to return-code
               perform write-run-control-end
               goback
           end-if
           move function current-date (1:8) to run-date-today
           perform work-out-period-end
           perform load-commission-scheme
           perform load-payroll-staff
           perform load-paid-months
           perform load-month-sales
           perform work-out-commission
               varying staff-index from 1 by 1
               until staff-index > staff-count
           perform write-commission-due
           perform print-commission-statements
           move run-commission-total to formatted-run-commission
           display salespeople-due " salespeople due "
               formatted-run-commission " commission for "
               report-period " on commission-due.txt"
           if salespeople-paid-before > 0
               display salespeople-paid-before " already paid for "
                   report-period " by a pay run - not issued again"
           end-if
           if house-sales-total > 0
               move house-sales-total to formatted-sales
               display "Takings no one is credited with "
                   formatted-sales " - no commission"
           end-if
           if unknown-sales-lines > 0
               display unknown-sales-lines " sales lines for "
                   "salespeople not on the payroll - no commission "
                   "on them"
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       work-out-period-end section.
           *> the last day of the month - the day before the first
           *> of the next
           if report-period (5:2) = "12"
               compute period-end-date =
                   (function integer-part (report-period / 100) + 1)
                   * 10000 + 101
           else
               compute period-end-date = report-period * 100 + 101
           end-if
           compute period-end-date = function date-of-integer (
               function integer-of-date (period-end-date) - 1)
           .

       load-commission-scheme section.
           *> the tiers with the latest effective date on or before
           *> the month's end
           open input commission-scheme-data
           if scheme-status-key-1 not = "0"
               display "No commission-scheme.txt - no commission can "
                   "be worked out"
               close commission-scheme-data
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read commission-scheme-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if scheme-line-count >= MAX-SCHEME-LINES
                           display "Scheme line table is full at "
                               MAX-SCHEME-LINES
                               " - raise the limit and re-run"
                           move 16 to return-code
                           close commission-scheme-data
                           perform write-run-control-end
                           stop run
                       end-if
                       add 1 to scheme-line-count
                       move csc-effective-date
                           to slt-effective-date (scheme-line-count)
                       move csc-band-floor
                           to slt-band-floor (scheme-line-count)
                       move csc-band-rate
                           to slt-band-rate (scheme-line-count)
               end-read
           end-perform
           close commission-scheme-data
           perform varying scheme-line-index from 1 by 1
                   until scheme-line-index > scheme-line-count
               if slt-effective-date (scheme-line-index)
                       <= period-end-date
                   if slt-effective-date (scheme-line-index)
                           > tier-effective-date
                       move slt-effective-date (scheme-line-index)
                           to tier-effective-date
                       move 0 to tier-count
                   end-if
                   if slt-effective-date (scheme-line-index)
                           = tier-effective-date
                           and tier-count < MAX-COMMISSION-TIERS
                       add 1 to tier-count
                       move slt-band-floor (scheme-line-index)
                           to tier-floor (tier-count)
                       move slt-band-rate (scheme-line-index)
                           to tier-rate (tier-count)
                   end-if
               end-if
           end-perform
           if tier-count = 0
               display "No commission scheme in force by "
                   period-end-date " - no commission worked out"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           .

       load-payroll-staff section.
           open input salary-data
           if salary-status-key-1 not = "0"
               display "No salary-data.txt - no salesperson can be "
                   "paid commission"
               close salary-data
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read salary-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if staff-count >= MAX-PAYROLL-STAFF
                           display "Staff table is full at "
                               MAX-PAYROLL-STAFF
                               " - raise the limit and re-run"
                           move 16 to return-code
                           close salary-data
                           perform write-run-control-end
                           stop run
                       end-if
                       add 1 to staff-count
                       move emp-id to stf-emp-id (staff-count)
                       move emp-name to stf-emp-name (staff-count)
                       move 0 to stf-sales-total (staff-count)
                       move 0 to stf-sales-days (staff-count)
                       move 0 to stf-commission (staff-count)
                       move "N" to stf-paid-flag (staff-count)
               end-read
           end-perform
           close salary-data
           .

       load-paid-months section.
           open input commission-paid-data
           if paid-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read commission-paid-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if cms-period of commission-paid-record
                                   = report-period
                               perform note-one-paid-month
                           end-if
                   end-read
               end-perform
           end-if
           close commission-paid-data
           .

       note-one-paid-month section.
           perform varying staff-index from 1 by 1
                   until staff-index > staff-count
               if stf-emp-id (staff-index)
                       = cms-emp-id of commission-paid-record
                   set stf-month-paid (staff-index) to true
               end-if
           end-perform
           .

       load-month-sales section.
           open input sales-transaction-data
           if sales-status-key-1 not = "0"
               display "No sales-data.txt - no sales to pay "
                   "commission on"
               close sales-transaction-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read sales-transaction-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if trans-sales-date (1:6) = report-period
                           add 1 to rcl-records-read
                           perform tally-one-sales-line
                       end-if
               end-read
           end-perform
           close sales-transaction-data
           .

       tally-one-sales-line section.
           if trans-emp-id not numeric or trans-emp-id = 0
               add trans-daily-sales to house-sales-total
               exit section
           end-if
           move 0 to found-staff-index
           perform varying staff-index from 1 by 1
                   until staff-index > staff-count
                       or found-staff-index > 0
               if stf-emp-id (staff-index) = trans-emp-id
                   set found-staff-index to staff-index
               end-if
           end-perform
           if found-staff-index = 0
               add 1 to unknown-sales-lines
               add 1 to rcl-records-rejected
               display "Sales line " trans-sales-date " for "
                   trans-emp-id " - not on the payroll"
               exit section
           end-if
           if sales-line-count >= MAX-SALES-LINES
               display "Sales line table is full at "
                   MAX-SALES-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to sales-line-count
           move trans-emp-id to sln-emp-id (sales-line-count)
           move trans-sales-date to sln-sales-date (sales-line-count)
           move trans-daily-sales
               to sln-sales-amount (sales-line-count)
           add trans-daily-sales to stf-sales-total (found-staff-index)
           add 1 to stf-sales-days (found-staff-index)
           .

       work-out-commission section.
           *> each tier's rate on the slice of the total between its
           *> floor and the next tier's
           move 0 to stf-commission (staff-index)
           perform varying tier-index from 1 by 1
                   until tier-index > tier-count
               if tier-index < tier-count
                   move tier-floor (tier-index + 1) to tier-upper-limit
               else
                   move stf-sales-total (staff-index)
                       to tier-upper-limit
               end-if
               if tier-upper-limit > stf-sales-total (staff-index)
                   move stf-sales-total (staff-index)
                       to tier-upper-limit
               end-if
               if tier-upper-limit > tier-floor (tier-index)
                   compute tier-slice =
                       tier-upper-limit - tier-floor (tier-index)
                   compute tier-commission rounded =
                       tier-slice * tier-rate (tier-index)
                   add tier-commission to stf-commission (staff-index)
               end-if
           end-perform
           .

       write-commission-due section.
           open extend commission-due-data
           if due-status-key-1 = "3"
               open output commission-due-data
           end-if
           perform varying staff-index from 1 by 1
                   until staff-index > staff-count
               if stf-sales-total (staff-index) > 0
                   if stf-month-paid (staff-index)
                       add 1 to salespeople-paid-before
                   else
                       perform write-one-commission-due
                   end-if
               end-if
           end-perform
           close commission-due-data
           .

       write-one-commission-due section.
           move spaces to commission-due-record
           move stf-emp-id (staff-index)
               to cms-emp-id of commission-due-record
           move report-period to cms-period of commission-due-record
           move stf-sales-total (staff-index)
               to cms-sales-total of commission-due-record
           move stf-sales-days (staff-index)
               to cms-sales-days of commission-due-record
           move stf-commission (staff-index)
               to cms-commission of commission-due-record
           move run-date-today
               to cms-calculated-date of commission-due-record
           move 0 to cms-paid-date of commission-due-record
           write commission-due-record
           add 1 to salespeople-due
           add stf-sales-total (staff-index) to run-sales-total
           add stf-commission (staff-index) to run-commission-total
           .

       print-commission-statements section.
           move "O" to rw-action
           move "commission-statements.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "SALES COMMISSION STATEMENTS FOR " report-period
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "DATE          SALES   - SCHEME OF "
               tier-effective-date
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying staff-index from 1 by 1
                   until staff-index > staff-count
               if stf-sales-total (staff-index) > 0
                   perform print-one-statement
               end-if
           end-perform
           move "T" to rw-action
           move run-sales-total to formatted-sales
           move run-commission-total to formatted-run-commission
           move spaces to rw-line-text
           string "SALESPEOPLE " salespeople-due "  SALES "
               formatted-sales "  COMMISSION "
               formatted-run-commission
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       print-one-statement section.
           move spaces to rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "SALESPERSON " stf-emp-id (staff-index) " "
               stf-emp-name (staff-index)
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying sales-line-index from 1 by 1
                   until sales-line-index > sales-line-count
               if sln-emp-id (sales-line-index)
                       = stf-emp-id (staff-index)
                   move sln-sales-amount (sales-line-index)
                       to formatted-day-sales
                   move spaces to rw-line-text
                   string "  " sln-sales-date (sales-line-index)
                       "  " formatted-day-sales
                       delimited by size into rw-line-text
                   perform call-report-writer
               end-if
           end-perform
           move stf-sales-total (staff-index) to formatted-sales
           move spaces to rw-line-text
           string "  SALES ON " stf-sales-days (staff-index)
               " DAYS " formatted-sales
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying tier-index from 1 by 1
                   until tier-index > tier-count
               if tier-index < tier-count
                   move tier-floor (tier-index + 1) to tier-upper-limit
               else
                   move stf-sales-total (staff-index)
                       to tier-upper-limit
               end-if
               if tier-upper-limit > stf-sales-total (staff-index)
                   move stf-sales-total (staff-index)
                       to tier-upper-limit
               end-if
               if tier-upper-limit > tier-floor (tier-index)
                   compute tier-slice =
                       tier-upper-limit - tier-floor (tier-index)
                   compute tier-commission rounded =
                       tier-slice * tier-rate (tier-index)
                   move tier-floor (tier-index) to formatted-floor
                   move tier-slice to formatted-slice
                   compute formatted-rate =
                       tier-rate (tier-index) * 100
                   move tier-commission to formatted-commission
                   move spaces to rw-line-text
                   string "  ABOVE " formatted-floor " AT "
                       formatted-rate "% ON " formatted-slice
                       " = " formatted-commission
                       delimited by size into rw-line-text
                   perform call-report-writer
               end-if
           end-perform
           move stf-commission (staff-index) to formatted-commission
           move spaces to rw-line-text
           if stf-month-paid (staff-index)
               string "  COMMISSION " formatted-commission
                   "  - ALREADY PAID BY A PAY RUN"
                   delimited by size into rw-line-text
           else
               string "  COMMISSION " formatted-commission
                   "  - PAID WITH THE NEXT PAY RUN"
                   delimited by size into rw-line-text
           end-if
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
           move salespeople-due to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
