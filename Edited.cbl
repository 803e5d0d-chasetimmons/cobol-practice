               organization sequential
               file status timesheet-file-status-code.

           select payment-file-data
               assign "payroll-payments-held.txt"
               organization sequential
               file status payment-file-status-code.

           select leave-entitlement-data
               assign "leave-entitlements.txt"
               organization sequential
               file status entitlement-file-status-code.

           select leave-taken-data assign "leave-taken.txt"
               organization sequential
               file status leave-taken-file-status-code.

           select leave-balance-data assign "leave-balances.dat"
               organization indexed
               access dynamic
               record key lvb-emp-id
               file status leave-balance-file-status-code.

           select salary-history-data assign "salary-history.txt"
               organization sequential
               file status salary-history-file-status-code.

           select salary-arrears-data assign "salary-arrears.txt"
               organization sequential
               file status salary-arrears-file-status-code.

           select pension-threshold-data
               assign "pension-thresholds.txt"
               organization sequential
               file status threshold-file-status-code.

           select pension-opt-out-data assign "pension-opt-outs.txt"
               organization sequential
               file status opt-out-file-status-code.

           select pension-enrolment-data
               assign "pension-enrolment.dat"
               organization indexed
               access dynamic
               record key pen-emp-id
               file status enrolment-file-status-code.

           select pension-contribution-data
               assign "pension-contributions.txt"
               organization sequential
               file status contribution-file-status-code.

           select expense-approved-data assign "expense-approved.txt"
               organization sequential
               file status expense-approved-file-status-code.

           select expense-reimbursed-data
               assign "expense-reimbursed.txt"
               organization sequential
               file status expense-paid-file-status-code.

           select variance-limit-data
               assign "payroll-variance-limit.txt"
               organization sequential
               file status variance-limit-file-status-code.

           select variance-data assign "payroll-variance.txt"
               organization sequential
               file status variance-file-status-code.

           select release-status-data assign "payroll-release.txt"
               organization sequential
               file status release-file-status-code.

           select commission-due-data assign "commission-due.txt"
               organization sequential
               file status commission-due-file-status-code.

           select commission-paid-data assign "commission-paid.txt"
               organization sequential
               file status commission-paid-file-status-code.

       file section.
       FD  salary-data.    *> one payslip line per employee
       01  salary-record.
           05  ded-method          pic X.
               88  ded-flat-amount     value "A".
               88  ded-percentage      value "P".
      *> a percentage of the period's qualifying earnings - the
      *> line auto-enrolment writes
               88  ded-qualifying-percent value "Q".
           05  filler              pic X.
           05  ded-amount          pic 9(5)V9(2).
           05  filler              pic X.
           05  filler              pic X.
           05  ebk-account-number  pic X(10).

       FD  payment-file-data.    *> the interchange file for the
                                  *> bank, held until the run is
                                  *> released
       01  payment-file-record.
           copy payroll-payment-record.

       FD  leave-entitlement-data.    *> paid holiday a year - an
                                       *> employee's own line, else
                                       *> the firm's line on 00000
       01  leave-entitlement-record.
           05  lve-emp-id          pic 9(5).
           05  filler              pic X.
           05  lve-annual-days     pic 9(2)V9.

       FD  leave-taken-data.    *> holiday booked off, replacing the
                                 *> wall chart - C gives a cancelled
                                 *> booking back
       01  leave-taken-record.
           05  lvt-emp-id          pic 9(5).
           05  filler              pic X.
           05  lvt-leave-date      pic 9(8).
           05  filler              pic X.
           05  lvt-days            pic 9(2)V9.
           05  filler              pic X.
           05  lvt-entry-type      pic X.
               88  lvt-leave-taken     value "T".
               88  lvt-leave-cancelled value "C".

       FD  leave-balance-data.    *> each employee's leave year so far
       01  leave-balance-record.
           copy leave-balance-record.

       FD  salary-history-data.    *> every rate each employee has
                                    *> been on, and when it was keyed
       01  salary-history-record.
           copy salary-history-record.

       FD  salary-arrears-data.    *> back pay already paid, by the
                                    *> period it belonged to
       01  salary-arrears-record.
           copy salary-arrears-record.

       FD  pension-threshold-data.    *> effective-dated earnings
                                       *> thresholds and contribution
                                       *> rates, a period's worth
       01  pension-threshold-record.
           05  pth-effective-date  pic 9(8).
           05  filler              pic X.
           05  pth-lower-earnings  pic 9(5)V9(2).
           05  filler              pic X.
           05  pth-trigger-earnings pic 9(5)V9(2).
           05  filler              pic X.
           05  pth-upper-earnings  pic 9(5)V9(2).
           05  filler              pic X.
           05  pth-employee-percent pic V9(4).
           05  filler              pic X.
           05  pth-employer-percent pic V9(4).

       FD  pension-opt-out-data.    *> opt-out notices as they arrive
       01  pension-opt-out-record.
           05  poo-emp-id          pic 9(5).
           05  filler              pic X.
           05  poo-notice-date     pic 9(8).

       FD  pension-enrolment-data.    *> each worker's assessment and
                                       *> membership
       01  pension-enrolment-record.
           copy pension-enrolment-record.

       FD  pension-contribution-data.    *> this month's schedule for
                                          *> the pension provider
       01  pension-contribution-record.
           copy pension-contribution-record.

       FD  expense-approved-data.    *> claims ExpenseApproval passed
       01  expense-approved-record.
           copy expense-claim-record.

       FD  expense-reimbursed-data.    *> claims already paid back
       01  expense-reimbursed-record.
           copy expense-paid-record.

       FD  variance-limit-data.    *> how far pay may move from one
                                    *> period to the next unremarked
       01  variance-limit-record.
           05  pvl-percent-limit   pic 9(3).

       FD  variance-data.    *> this run's pay that moved past it
       01  variance-record.
           copy payroll-variance-record.

       FD  release-status-data.    *> the run held for release
       01  release-status-record.
           copy payroll-release-record.

       FD  commission-due-data.    *> CommissionRun's monthly figures
       01  commission-due-record.
           copy commission-record.

       FD  commission-paid-data.    *> the months already paid
       01  commission-paid-record.
           copy commission-record.

       working-storage section.
      *> the originator id the bank issued the firm
       01  pay-after-tax           pic 9(5)V9(2).
       01  formatted-deduction     pic $(3),$(3).9(2).

      *> the firm's holiday year if leave-entitlements.txt has no
      *> line for the employee or the firm
       78  DEFAULT-ANNUAL-LEAVE    value 28.
      *> credit beyond this is lost at the year end - an overtaken
      *> balance carries in full, to come off next year's
       78  MAX-LEAVE-CARRY-DAYS    value 5.
      *> a day's holiday is the year's salary over its working days
       78  WORKING-DAYS-PER-YEAR   value 260.
       78  MAX-LEAVE-EMPLOYEES     value 200.
       01  leave-employee-table.
           05  leave-employee-entry    occurs MAX-LEAVE-EMPLOYEES
                                        indexed by leave-index.
               10  lat-emp-id          pic 9(5).
               10  lat-annual-days     pic 9(2)V9.
               10  lat-taken-year      pic S9(3)V9.
               10  lat-taken-prior     pic S9(3)V9.
       01  leave-employee-count    pic 9(3) value 0.
       01  found-leave-index       pic 9(3).
       01  wanted-leave-emp-id     pic 9(5).
       01  firm-annual-leave       pic 9(2)V9.
       01  entitlement-file-status-code.
           05  entitlement-status-key-1 pic X.
           05  entitlement-status-key-2 pic X.
       01  leave-taken-file-status-code.
           05  leave-taken-status-key-1 pic X.
           05  leave-taken-status-key-2 pic X.
       01  leave-balance-file-status-code.
           05  leave-balance-status-key-1 pic X.
           05  leave-balance-status-key-2 pic X.
       01  leave-taken-year        pic 9(4).
       01  prior-leave-year        pic 9(4).
       01  leave-year-start        pic 9(8).
       01  leave-year-end          pic 9(8).
       01  next-leave-year-start   pic 9(8).
       01  leave-served-from       pic 9(8).
       01  leave-served-to         pic 9(8).
       01  days-in-leave-year      pic 9(3).
       01  days-in-leave-service   pic 9(3).
       01  leave-half-days         pic 9(3).
       01  leave-entitlement       pic 9(3)V9.
       01  leave-carried-in        pic S9(3)V9.
       01  leave-taken-so-far      pic S9(3)V9.
       01  leave-balance           pic S9(3)V9.
       01  leave-closing-balance   pic S9(3)V9.
       01  leave-day-rate          pic 9(5)V9(2).
       01  leave-settlement        pic 9(5)V9(2).
       01  leave-register-flag     pic X.
           88  leave-register-found    value "Y".
       01  leaver-settled-flag     pic X.
           88  leaver-is-settled       value "Y".
       01  formatted-leave-days    pic -ZZ9.9.
       01  formatted-leave-carried pic -ZZ9.9.
       01  formatted-leave-taken   pic -ZZ9.9.
       01  formatted-leave-entitle pic ZZ9.9.

      *> back pay - a rise keyed after the runs it should have
      *> reached is paid by the next run as arrears, period by
      *> period: what the rates now on file say each past period
      *> was due, less what that period's run paid from the rates
      *> then on file, less arrears already paid for it.  Each
      *> period's arrears are taxed at the bands that period's run
      *> used, not lumped into this month's bands
       78  MAX-HISTORY-LINES       value 2000.
       01  rate-history-table.
           05  rate-history-entry      occurs MAX-HISTORY-LINES
                                        indexed by history-index.
               10  rht-emp-id          pic 9(5).
               10  rht-effective-date  pic 9(8).
               10  rht-gross-salary    pic 9(5)V9(2).
               10  rht-recorded-date   pic 9(8).
       01  history-line-count      pic 9(4) value 0.
       78  MAX-EMPLOYEE-RATES      value 50.
       01  employee-rate-table.
           05  employee-rate-entry     occurs MAX-EMPLOYEE-RATES
                                        indexed by employee-rate-index.
               10  ert-effective-date  pic 9(8).
               10  ert-gross-salary    pic 9(5)V9(2).
               10  ert-recorded-date   pic 9(8).
       01  employee-rate-count     pic 9(2) value 0.
       78  MAX-ARREARS-LINES       value 2000.
       01  arrears-paid-table.
           05  arrears-paid-entry      occurs MAX-ARREARS-LINES
                                        indexed by arrears-index.
               10  apt-emp-id          pic 9(5).
               10  apt-period          pic 9(6).
               10  apt-arrears-amount  pic 9(5)V9(2).
       01  arrears-line-count      pic 9(4) value 0.
      *> each month a pay run was logged for, with the date of its
      *> last run - the rates keyed by then are the ones it paid
       78  MAX-PAID-PERIODS        value 240.
       01  paid-period-table.
           05  paid-period-entry       occurs MAX-PAID-PERIODS
                                        indexed by paid-period-index.
               10  ppt-period          pic 9(6).
               10  ppt-run-date        pic 9(8).
       01  paid-period-count       pic 9(3) value 0.
       01  found-paid-period       pic 9(3).
       78  MAX-BAND-LINES          value 100.
       01  band-line-table.
           05  band-line-entry         occurs MAX-BAND-LINES
                                        indexed by band-line-index.
               10  blt-effective-date  pic 9(8).
               10  blt-band-floor      pic 9(7)V9(2).
               10  blt-band-rate       pic V9(4).
       01  band-line-count         pic 9(3) value 0.
       01  selected-band-table.
           05  selected-band-entry     occurs MAX-TAX-BANDS
                                        indexed by selected-band-index.
               10  sbt-band-floor      pic 9(7)V9(2).
               10  sbt-band-rate       pic V9(4).
       01  selected-band-count     pic 9(2) value 0.
       01  selected-effective-date pic 9(8).
       01  salary-history-file-status-code.
           05  salary-history-status-key-1 pic X.
           05  salary-history-status-key-2 pic X.
       01  salary-arrears-file-status-code.
           05  salary-arrears-status-key-1 pic X.
           05  salary-arrears-status-key-2 pic X.
       01  rate-wanted-date        pic 9(8).
       01  rate-known-by-date      pic 9(8).
       01  rate-effective-date     pic 9(8).
       01  rate-in-force           pic 9(5)V9(2).
       01  rate-found-flag         pic X.
           88  rate-was-found          value "Y".
       01  arrears-period          pic 9(6).
       01  arrears-run-date        pic 9(8).
       01  arrears-month-start     pic 9(8).
       01  arrears-month-end       pic 9(8).
       01  arrears-next-month      pic 9(8).
       01  days-in-arrears-month   pic 9(3).
       01  arrears-from-date       pic 9(8).
       01  arrears-to-date         pic 9(8).
       01  arrears-rate-date       pic 9(8).
       01  arrears-day-number      pic 9(7).
       01  arrears-last-day-number pic 9(7).
       01  arrears-days-employed   pic 9(3).
       01  arrears-daily-rates     pic 9(7)V9(2).
       01  arrears-due-pay         pic 9(5)V9(2).
       01  arrears-paid-pay        pic 9(5)V9(2).
       01  arrears-already-paid    pic 9(5)V9(2).
       01  arrears-difference      pic S9(5)V9(2).
       01  arrears-tax-base        pic 9(7)V9(2).
       01  arrears-base-tax        pic 9(5)V9(2).
       01  period-arrears          pic 9(5)V9(2).
       01  period-arrears-tax      pic 9(5)V9(2).
       01  arrears-gross           pic 9(5)V9(2).
       01  arrears-tax-total       pic 9(5)V9(2).
       01  arrears-periods-paid    pic 9(3).
       01  arrears-trigger-flag    pic X.
           88  arrears-may-be-due      value "Y".
       01  tax-base-amount         pic 9(7)V9(2).
       01  tax-on-base-amount      pic 9(5)V9(2).
       01  formatted-arrears       pic $(3),$(3).9(2).
       01  formatted-arrears-tax   pic $(3),$(3).9(2).
       01  run-arrears-total       pic 9(8)V9(2) value 0.

      *> auto-enrolment - every worker is assessed each period on
      *> age and earnings.  An eligible jobholder not yet in the
      *> scheme is enrolled from the day they qualified and gets the
      *> pension deduction line written for them; an opt-out inside
      *> the month's window is refunded, one after it ceases
      *> membership, and either is enrolled again three years on
       78  MIN-WORKER-AGE          value 16.
       78  MIN-ENROLMENT-AGE       value 22.
       78  STATE-PENSION-AGE       value 66.
       78  MAX-WORKER-AGE          value 75.
       78  REENROLMENT-YEARS       value 3.
      *> the provider's reference for the firm's scheme
       78  PENSION-SCHEME-REF      value "SHOPPEN1".
      *> fallback if pension-thresholds.txt is missing - the monthly
      *> figures in force when auto-enrolment came in here
       78  FALLBACK-LOWER-EARNINGS value 520.00.
       78  FALLBACK-TRIGGER-EARNINGS value 833.00.
       78  FALLBACK-UPPER-EARNINGS value 4189.00.
       78  FALLBACK-EMPLOYEE-PERCENT value 0.05.
       78  FALLBACK-EMPLOYER-PERCENT value 0.03.
       01  pension-lower-earnings  pic 9(5)V9(2).
       01  pension-trigger-earnings pic 9(5)V9(2).
       01  pension-upper-earnings  pic 9(5)V9(2).
       01  pension-employee-percent pic V9(4).
       01  pension-employer-percent pic V9(4).
       01  thresholds-effective-date pic 9(8) value 0.
       78  MAX-OPT-OUT-LINES       value 200.
       01  opt-out-table.
           05  opt-out-entry           occurs MAX-OPT-OUT-LINES
                                        indexed by opt-out-index.
               10  oot-emp-id          pic 9(5).
               10  oot-notice-date     pic 9(8).
       01  opt-out-line-count      pic 9(3) value 0.
       01  threshold-file-status-code.
           05  threshold-status-key-1 pic X.
           05  threshold-status-key-2 pic X.
       01  opt-out-file-status-code.
           05  opt-out-status-key-1 pic X.
           05  opt-out-status-key-2 pic X.
       01  enrolment-file-status-code.
           05  enrolment-status-key-1 pic X.
           05  enrolment-status-key-2 pic X.
       01  contribution-file-status-code.
           05  contribution-status-key-1 pic X.
           05  contribution-status-key-2 pic X.
       01  worker-birth-date       pic 9(8).
       01  worker-age              pic 9(3).
       01  enrolment-birthday      pic 9(8).
       01  worker-category         pic X.
           88  worker-eligible-jobholder value "E".
           88  worker-non-eligible     value "N".
           88  worker-entitled         value "T".
           88  worker-outside-scope    value "X".
       01  qualifying-earnings     pic 9(5)V9(2).
       01  employer-contribution   pic 9(5)V9(2).
       01  pension-refund          pic 9(5)V9(2).
       01  pension-refund-employer pic 9(5)V9(2).
       01  statutory-enrolment-date pic 9(8).
       01  date-calc-year          pic 9(4).
       01  date-calc-month         pic 9(2).
       01  date-calc-day           pic 9(2).
       01  date-calc-result        pic 9(8).
       01  enrolment-register-flag pic X.
           88  enrolment-on-register   value "Y".
       01  pension-stopped-flag    pic X.
           88  pension-deductions-stopped value "Y".
       01  pension-line-flag       pic X.
           88  pension-line-on-file    value "Y".
       01  found-pension-line      pic 9(3).
       01  formatted-qualifying    pic $(3),$(3).9(2).
       01  formatted-refund        pic $(3),$(3).9(2).
       01  workers-enrolled        pic 9(4) value 0.
       01  workers-opted-out       pic 9(4) value 0.
       01  workers-ceased          pic 9(4) value 0.
       01  schedule-lines          pic 9(5) value 0.
       01  schedule-employee-total pic 9(8)V9(2) value 0.
       01  schedule-employer-total pic 9(8)V9(2) value 0.
       01  schedule-refund-total   pic 9(8)V9(2) value 0.

      *> approved expense claims not yet reimbursed - paid back with
      *> net pay, untaxed and outside the gross, and each one put on
      *> expense-reimbursed.txt as it goes so it is paid only once
       78  MAX-EXPENSE-CLAIMS      value 500.
       01  expense-claim-table.
           05  expense-claim-entry     occurs MAX-EXPENSE-CLAIMS
                                        indexed by expense-index.
               10  ect-claim-number    pic 9(6).
               10  ect-emp-id          pic 9(5).
               10  ect-category        pic X(4).
               10  ect-amount          pic 9(5)V9(2).
       01  expense-claim-count     pic 9(3) value 0.
       78  MAX-REIMBURSED-CLAIMS   value 5000.
       01  reimbursed-claim-table.
           05  reimbursed-claim-number pic 9(6)
                                        occurs MAX-REIMBURSED-CLAIMS
                                        indexed by reimbursed-index.
       01  reimbursed-claim-count  pic 9(4) value 0.
       01  claim-paid-flag         pic X.
           88  claim-already-paid      value "Y".
       01  expense-approved-file-status-code.
           05  expense-approved-status-key-1 pic X.
           05  expense-approved-status-key-2 pic X.
       01  expense-paid-file-status-code.
           05  expense-paid-status-key-1 pic X.
           05  expense-paid-status-key-2 pic X.
       01  expenses-reimbursed     pic 9(5)V9(2).
       01  formatted-expense       pic $(3),$(3).9(2).
       01  run-expenses-total      pic 9(8)V9(2) value 0.
       01  earned-net-pay          pic 9(5)V9(2).

      *> sales commission CommissionRun worked out and no run has
      *> paid yet - taxable pay, added to the gross before tax and
      *> put on commission-paid.txt as it goes.  A month worked out
      *> twice is paid on its later figure
       78  MAX-COMMISSION-LINES    value 500.
       01  commission-due-table.
           05  commission-due-entry    occurs MAX-COMMISSION-LINES
                                        indexed by commission-index.
               10  cdt-emp-id          pic 9(5).
               10  cdt-period          pic 9(6).
               10  cdt-sales-total     pic 9(8).
               10  cdt-sales-days      pic 9(3).
               10  cdt-commission      pic 9(5)V9(2).
               10  cdt-calculated-date pic 9(8).
       01  commission-due-count    pic 9(3) value 0.
       01  found-commission-line   pic 9(3).
       78  MAX-COMMISSION-PAID     value 5000.
       01  commission-paid-table.
           05  commission-paid-entry   occurs MAX-COMMISSION-PAID
                                        indexed by cpt-index.
               10  cpt-emp-id          pic 9(5).
               10  cpt-period          pic 9(6).
       01  commission-paid-count   pic 9(4) value 0.
       01  commission-month-flag   pic X.
           88  commission-month-paid   value "Y".
       01  commission-due-file-status-code.
           05  commission-due-status-key-1 pic X.
           05  commission-due-status-key-2 pic X.
       01  commission-paid-file-status-code.
           05  commission-paid-status-key-1 pic X.
           05  commission-paid-status-key-2 pic X.
       01  period-commission       pic 9(5)V9(2).
       01  formatted-commission    pic $(3),$(3).9(2).
       01  run-commission-total    pic 9(8)V9(2) value 0.

      *> each employee's gross and net against their previous
      *> period, and the run's totals against the last run, before
      *> the payment file is let go - a keying slip that pays ten
      *> times a salary shows up here, not on the bank statement.
      *> The limit is a data change on payroll-variance-limit.txt
       78  DEFAULT-VARIANCE-PERCENT value 20.
       01  variance-percent-limit  pic 9(3).
       01  variance-limit-file-status-code.
           05  variance-limit-status-key-1 pic X.
           05  variance-limit-status-key-2 pic X.
       01  variance-file-status-code.
           05  variance-status-key-1 pic X.
           05  variance-status-key-2 pic X.
       01  release-file-status-code.
           05  release-status-key-1 pic X.
           05  release-status-key-2 pic X.
       01  previous-period         pic 9(6).
       01  previous-gross          pic 9(8)V9(2).
       01  previous-net            pic 9(8)V9(2).
       01  current-gross           pic 9(8)V9(2).
       01  current-net             pic 9(8)V9(2).
       01  gross-percent-change    pic 9(5).
       01  net-percent-change      pic 9(5).
       01  variance-amount         pic S9(8)V9(2).
       01  compare-previous        pic 9(8)V9(2).
       01  compare-current         pic 9(8)V9(2).
       01  compare-percent         pic 9(5).
       01  variance-causes         pic X(50).
       01  cause-pointer           pic 9(2).
       01  timesheet-cause-flag    pic X.
           88  pay-has-timesheet       value "Y".
       01  new-deduction-cause-flag pic X.
           88  pay-has-new-deduction   value "Y".
       01  run-variances-flagged   pic 9(4) value 0.
       01  last-run-date           pic 9(8) value 0.
       01  last-run-gross          pic 9(8)V9(2) value 0.
       01  last-run-net            pic 9(8)V9(2) value 0.

       01  end-of-file             pic 9.
       01  salary-file-status-code.
           05  salary-status-key-1 pic X.
       01  run-tax-total           pic 9(8)V9(2) value 0.
       01  run-net-total           pic 9(8)V9(2) value 0.
       01  run-deduction-total     pic 9(8)V9(2) value 0.
       01  run-pension-total       pic 9(8)V9(2) value 0.

       01  dob-day                 pic 9(2).
       01  dob-month               pic 9(2).
           move payroll-run-date (1:4) to current-tax-year
           perform work-out-pay-period
           perform load-tax-band-table
           perform load-salary-history
           perform load-arrears-paid
           perform load-paid-periods
           perform load-pension-thresholds
           perform load-pension-opt-outs
           perform load-deduction-table
           perform load-timesheet-lines
           perform load-leave-entitlements
           perform load-leave-taken
           perform load-bank-details
           perform load-expense-claims
           perform load-commission-due
           perform load-variance-limit
           perform open-payment-file
           perform open-pension-schedule
           perform print-all-payslips
           perform close-payment-file
           perform close-pension-schedule
           perform write-payroll-run-log
           perform check-run-variance
           perform reconcile-payments-register
           perform hold-payment-file
           perform write-run-control-end
           stop run
           .
           if ytd-status-key-1 not = "0"
               display "Cannot open payroll-ytd.dat - status "
                   ytd-file-status-code " - pay run abandoned"
               display "A register from before the last-period "
                   "and commission columns needs ConvertPayrollYtd "
                   "run against it first"
               move 16 to return-code
               close payroll-ytd-data
               close salary-data
               perform write-run-control-end
               stop run
           end-if
           open i-o leave-balance-data
           if leave-balance-file-status-code = "35"
               open output leave-balance-data
               close leave-balance-data
               open i-o leave-balance-data
           end-if
           if leave-balance-status-key-1 not = "0"
               display "Cannot open leave-balances.dat - status "
                   leave-balance-file-status-code
                   " - pay run abandoned"
               move 16 to return-code
               close leave-balance-data
               close payroll-ytd-data
               close salary-data
               perform write-run-control-end
               stop run
           end-if
           open extend salary-arrears-data
           if salary-arrears-status-key-1 = "3"
               open output salary-arrears-data
           end-if
           open i-o pension-enrolment-data
           if enrolment-file-status-code = "35"
               open output pension-enrolment-data
               close pension-enrolment-data
               open i-o pension-enrolment-data
           end-if
           if enrolment-status-key-1 not = "0"
               display "Cannot open pension-enrolment.dat - status "
                   enrolment-file-status-code
                   " - pay run abandoned"
               move 16 to return-code
               close pension-enrolment-data
               close salary-arrears-data
               close leave-balance-data
               close payroll-ytd-data
               close salary-data
               perform write-run-control-end
               stop run
           end-if
           *> auto-enrolment adds its deduction lines as it goes
           open extend deduction-master-data
           if deduction-status-key-1 = "3"
               open output deduction-master-data
           end-if
           open extend expense-reimbursed-data
           if expense-paid-status-key-1 = "3"
               open output expense-reimbursed-data
           end-if
           open output variance-data
           open extend commission-paid-data
           if commission-paid-status-key-1 = "3"
               open output commission-paid-data
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read salary-data
           end-perform
           close salary-data
           close payroll-ytd-data
           close leave-balance-data
           close salary-arrears-data
           close pension-enrolment-data
           close deduction-master-data
           close expense-reimbursed-data
           close variance-data
           close commission-paid-data
           if run-commission-total > 0
               move run-commission-total to formatted-commission
               display "Commission of " formatted-commission " paid "
                   "this run - on commission-paid.txt by month"
           end-if
           if run-expenses-total > 0
               move run-expenses-total to formatted-expense
               display "Expenses of " formatted-expense " reimbursed "
                   "this run - on expense-reimbursed.txt by claim"
           end-if
           if run-arrears-total > 0
               move run-arrears-total to formatted-arrears
               display "Back pay of " formatted-arrears " paid this "
                   "run - on salary-arrears.txt by period"
           end-if
           if employees-skipped > 0
               display employees-skipped " employees outside their "
                   "employment dates this period - not paid"
           .

       print-one-payslip section.
           move "N" to timesheet-cause-flag
           move "N" to new-deduction-cause-flag
           perform apply-rate-in-force
           perform work-out-prorated-gross
           if days-paid = 0
               add 1 to employees-skipped
                   emp-start-date " / leaves " emp-leave-date ")"
           end-if
           perform apply-timesheet-adjustments
           perform apply-leave-balance
           perform apply-sales-commission
           perform work-out-salary-arrears
           perform compute-progressive-tax
           if arrears-gross > 0
               *> taxed already, period by period - added after this
               *> period's own tax so it is not taxed twice
               add arrears-gross to period-gross-salary
               add arrears-tax-total to tax-amount
               move arrears-gross to formatted-arrears
               display "  Back pay     " formatted-arrears
                   " (" arrears-periods-paid " periods)"
           end-if
           compute pay-after-tax = period-gross-salary - tax-amount
           display "  Tax          " tax-amount
           perform assess-pension-enrolment
           perform apply-deductions
           perform record-pension-contribution
           *> an opt-out refund hands back deductions made from pay
           *> after tax, so it goes straight back into net pay
           compute net-pay = pay-after-tax - period-deduction-total
               + pension-refund
           perform reimburse-expense-claims
           move net-pay to formatted-net-pay
           display "  Net pay      " formatted-net-pay
           perform post-to-ytd-register
           .

       apply-one-timesheet-line section.
           set pay-has-timesheet to true
           if tmt-overtime-hours (timesheet-index) > 0
               compute overtime-pay rounded =
                   tmt-overtime-hours (timesheet-index)
           end-if
           .

       load-leave-entitlements section.
           move DEFAULT-ANNUAL-LEAVE to firm-annual-leave
           open input leave-entitlement-data
           if entitlement-status-key-1 not = "0"
               display "No leave-entitlements.txt - everyone has the "
                   DEFAULT-ANNUAL-LEAVE " day holiday year"
               close leave-entitlement-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read leave-entitlement-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if lve-emp-id = 0
                               move lve-annual-days
                                   to firm-annual-leave
                           else
                               move lve-emp-id to wanted-leave-emp-id
                               perform find-leave-employee
                               move lve-annual-days to
                                   lat-annual-days
                                       (found-leave-index)
                           end-if
                   end-read
               end-perform
               close leave-entitlement-data
           end-if
           .

       load-leave-taken section.
           *> this year's bookings, and last year's for the roll-over
           *> of a line the new year's first run finds still on it
           move current-tax-year to leave-taken-year
           compute prior-leave-year = current-tax-year - 1
           open input leave-taken-data
           if leave-taken-status-key-1 not = "0"
               close leave-taken-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read leave-taken-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform tally-one-leave-booking
                   end-read
               end-perform
               close leave-taken-data
           end-if
           .

       tally-one-leave-booking section.
           if lvt-leave-date (1:4) not = leave-taken-year
                   and lvt-leave-date (1:4) not = prior-leave-year
               exit section
           end-if
           if not lvt-leave-taken and not lvt-leave-cancelled
               display "Leave booking for " lvt-emp-id " on "
                   lvt-leave-date " type " lvt-entry-type
                   " is neither T nor C - ignored"
               exit section
           end-if
           move lvt-emp-id to wanted-leave-emp-id
           perform find-leave-employee
           if lvt-leave-date (1:4) = leave-taken-year
               if lvt-leave-taken
                   add lvt-days
                       to lat-taken-year (found-leave-index)
               else
                   subtract lvt-days
                       from lat-taken-year (found-leave-index)
               end-if
           else
               if lvt-leave-taken
                   add lvt-days
                       to lat-taken-prior (found-leave-index)
               else
                   subtract lvt-days
                       from lat-taken-prior (found-leave-index)
               end-if
           end-if
           .

       find-leave-employee section.
           *> finds the employee's row, adding it if it is new
           move 0 to found-leave-index
           perform varying leave-index from 1 by 1
                   until leave-index > leave-employee-count
                       or found-leave-index > 0
               if lat-emp-id (leave-index) = wanted-leave-emp-id
                   set found-leave-index to leave-index
               end-if
           end-perform
           if found-leave-index > 0
               exit section
           end-if
           if leave-employee-count >= MAX-LEAVE-EMPLOYEES
               display "Leave table is full at "
                   MAX-LEAVE-EMPLOYEES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to leave-employee-count
           move leave-employee-count to found-leave-index
           move wanted-leave-emp-id
               to lat-emp-id (found-leave-index)
           move 0 to lat-annual-days (found-leave-index)
           move 0 to lat-taken-year (found-leave-index)
           move 0 to lat-taken-prior (found-leave-index)
           .

       apply-leave-balance section.
           *> the wall chart retired - each payslip carries what is
           *> left of the year's holiday, and a leaver's final pay
           *> settles it: untaken days paid, overtaken days recovered
           move emp-id to wanted-leave-emp-id
           perform find-leave-employee
           perform work-out-leave-entitlement
           move lat-taken-year (found-leave-index)
               to leave-taken-so-far
           move 0 to leave-carried-in
           move "N" to leave-register-flag
           move emp-id to lvb-emp-id
           read leave-balance-data
               invalid key
                   continue
               not invalid key
                   set leave-register-found to true
                   if lvb-leave-year = current-tax-year
                       move lvb-carried-in to leave-carried-in
                   else
                       perform work-out-leave-carry
                   end-if
           end-read
           compute leave-balance = leave-entitlement
               + leave-carried-in - leave-taken-so-far
           move "N" to leaver-settled-flag
           if emp-leave-date not = 0
                   and emp-leave-date >= period-start-date
                   and emp-leave-date <= period-end-date
               perform settle-leaver-leave
           end-if
           perform post-to-leave-register
           move leave-entitlement to formatted-leave-entitle
           move leave-carried-in to formatted-leave-carried
           move leave-taken-so-far to formatted-leave-taken
           move leave-balance to formatted-leave-days
           display "  Leave " current-tax-year "   entitled "
               formatted-leave-entitle " carried "
               formatted-leave-carried " taken "
               formatted-leave-taken " - " formatted-leave-days
               " days remaining"
           .

       work-out-leave-entitlement section.
           *> the year's entitlement for the part of the year served,
           *> to the nearest half day
           move lat-annual-days (found-leave-index)
               to leave-entitlement
           if leave-entitlement = 0
               move firm-annual-leave to leave-entitlement
           end-if
           compute leave-year-start = current-tax-year * 10000 + 101
           compute leave-year-end = current-tax-year * 10000 + 1231
           compute next-leave-year-start =
               (current-tax-year + 1) * 10000 + 101
           compute days-in-leave-year =
               function integer-of-date (next-leave-year-start)
               - function integer-of-date (leave-year-start)
           move leave-year-start to leave-served-from
           if emp-start-date > leave-served-from
               move emp-start-date to leave-served-from
           end-if
           move leave-year-end to leave-served-to
           if emp-leave-date not = 0
                   and emp-leave-date < leave-served-to
               move emp-leave-date to leave-served-to
           end-if
           if leave-served-to < leave-served-from
               move 0 to leave-entitlement
               exit section
           end-if
           compute days-in-leave-service =
               function integer-of-date (leave-served-to)
               - function integer-of-date (leave-served-from) + 1
           if days-in-leave-service < days-in-leave-year
               compute leave-half-days rounded =
                   leave-entitlement * 2 * days-in-leave-service
                   / days-in-leave-year
               compute leave-entitlement = leave-half-days / 2
           end-if
           .

       work-out-leave-carry section.
           *> first run of a new leave year - last year's closing
           *> balance, from its entitlement and every booking made
           *> in it, comes forward; a line older than last year has
           *> only its stored balance to go on
           if lvb-leave-year = prior-leave-year
               compute leave-closing-balance = lvb-entitlement
                   + lvb-carried-in
                   - lat-taken-prior (found-leave-index)
           else
               move lvb-balance to leave-closing-balance
           end-if
           if lvb-leaver-settled
               move 0 to leave-closing-balance
           end-if
           if leave-closing-balance > MAX-LEAVE-CARRY-DAYS
               move MAX-LEAVE-CARRY-DAYS to leave-carried-in
           else
               move leave-closing-balance to leave-carried-in
           end-if
           .

       settle-leaver-leave section.
           *> the leaver's last period - the balance is turned into
           *> money before tax, at a working day's salary
           set leaver-is-settled to true
           compute leave-day-rate rounded =
               gross-salary * 12 / WORKING-DAYS-PER-YEAR
           move leave-balance to formatted-leave-days
           if leave-balance > 0
               compute leave-settlement rounded =
                   leave-balance * leave-day-rate
               add leave-settlement to period-gross-salary
               move leave-settlement to formatted-adjustment
               display "  Holiday pay  " formatted-adjustment
                   " (" formatted-leave-days " days untaken)"
           end-if
           if leave-balance < 0
               compute leave-settlement rounded =
                   (0 - leave-balance) * leave-day-rate
               if leave-settlement > period-gross-salary
                   move period-gross-salary to leave-settlement
               end-if
               subtract leave-settlement from period-gross-salary
               move leave-settlement to formatted-adjustment
               display "  Leave taken  " formatted-adjustment
                   " recovered (" formatted-leave-days
                   " days overtaken)"
           end-if
           .

       post-to-leave-register section.
           if not leave-register-found
               move spaces to leave-balance-record
           end-if
           move emp-id to lvb-emp-id
           move emp-name to lvb-emp-name
           move current-tax-year to lvb-leave-year
           move leave-entitlement to lvb-entitlement
           move leave-carried-in to lvb-carried-in
           if leave-taken-so-far < 0
               move 0 to lvb-taken
           else
               move leave-taken-so-far to lvb-taken
           end-if
           move payroll-run-date to lvb-updated-date
           if leaver-is-settled
               set lvb-leaver-settled to true
               move leave-balance to lvb-settled-days
               move 0 to lvb-balance
           else
               move space to lvb-settled-flag
               move 0 to lvb-settled-days
               move leave-balance to lvb-balance
           end-if
           if leave-register-found
               rewrite leave-balance-record
                   invalid key
                       display "Leave register rewrite failed for "
                           emp-id " - status "
                           leave-balance-file-status-code
               end-rewrite
           else
               write leave-balance-record
                   invalid key
                       display "Leave register write failed for "
                           emp-id " - status "
                           leave-balance-file-status-code
               end-write
           end-if
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
           display history-line-count " salary rates on "
               "salary-history.txt"
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
           .

       load-arrears-paid section.
           open input salary-arrears-data
           if salary-arrears-status-key-1 not = "0"
               close salary-arrears-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read salary-arrears-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if arrears-line-count >= MAX-ARREARS-LINES
                           display "Arrears table is full at "
                               MAX-ARREARS-LINES
                               " - raise the limit and re-run"
                           move 16 to return-code
                           close salary-arrears-data
                           perform write-run-control-end
                           stop run
                       end-if
                       add 1 to arrears-line-count
                       move sar-emp-id
                           to apt-emp-id (arrears-line-count)
                       move sar-period
                           to apt-period (arrears-line-count)
                       move sar-arrears-amount
                           to apt-arrears-amount (arrears-line-count)
               end-read
           end-perform
           close salary-arrears-data
           .

       load-paid-periods section.
           *> the run log says which months were paid and when; this
           *> run stands in for its own month
           open input payroll-run-log-data
           if run-log-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read payroll-run-log-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if prl-run-date is numeric
                               move prl-run-date (1:6)
                                   to arrears-period
                               move prl-run-date to arrears-run-date
                               perform note-one-paid-period
                               move prl-run-date to last-run-date
                               move prl-gross-total to last-run-gross
                               move prl-net-total to last-run-net
                           end-if
                   end-read
               end-perform
           end-if
           close payroll-run-log-data
           move payroll-run-date (1:6) to arrears-period
           move payroll-run-date to arrears-run-date
           perform note-one-paid-period
           .

       note-one-paid-period section.
           move 0 to found-paid-period
           perform varying paid-period-index from 1 by 1
                   until paid-period-index > paid-period-count
                       or found-paid-period > 0
               if ppt-period (paid-period-index) = arrears-period
                   set found-paid-period to paid-period-index
               end-if
           end-perform
           if found-paid-period = 0
               if paid-period-count >= MAX-PAID-PERIODS
                   display "Paid period table is full at "
                       MAX-PAID-PERIODS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to paid-period-count
               move paid-period-count to found-paid-period
               move arrears-period to ppt-period (found-paid-period)
               move 0 to ppt-run-date (found-paid-period)
           end-if
           if arrears-run-date > ppt-run-date (found-paid-period)
               move arrears-run-date
                   to ppt-run-date (found-paid-period)
           end-if
           .

       apply-rate-in-force section.
           *> the employee's own rates, and the one in force when the
           *> period's pay starts - a rise keyed ahead of its date
           *> waits for it, one dated mid-period is topped up as
           *> back pay.  Staff with no history are paid the master's
           *> rate as before
           move 0 to employee-rate-count
           perform varying history-index from 1 by 1
                   until history-index > history-line-count
               if rht-emp-id (history-index) = emp-id
                   perform hold-one-employee-rate
               end-if
           end-perform
           if employee-rate-count = 0
               exit section
           end-if
           move period-start-date to rate-wanted-date
           if emp-start-date > rate-wanted-date
               move emp-start-date to rate-wanted-date
           end-if
           move 99999999 to rate-known-by-date
           perform find-rate-in-force
           if rate-was-found
                   and rate-in-force not = gross-salary
               move rate-in-force to gross-salary
           end-if
           .

       hold-one-employee-rate section.
           if employee-rate-count >= MAX-EMPLOYEE-RATES
               display "Employee rate table is full at "
                   MAX-EMPLOYEE-RATES " for " emp-id
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to employee-rate-count
           move rht-effective-date (history-index)
               to ert-effective-date (employee-rate-count)
           move rht-gross-salary (history-index)
               to ert-gross-salary (employee-rate-count)
           move rht-recorded-date (history-index)
               to ert-recorded-date (employee-rate-count)
           .

       find-rate-in-force section.
           *> the latest rate effective on the wanted date among
           *> those keyed by the known-by date - of two with the same
           *> effective date the later keyed wins
           move "N" to rate-found-flag
           move 0 to rate-effective-date
           move 0 to rate-in-force
           perform varying employee-rate-index from 1 by 1
                   until employee-rate-index > employee-rate-count
               if ert-effective-date (employee-rate-index)
                       <= rate-wanted-date
                       and ert-recorded-date (employee-rate-index)
                           <= rate-known-by-date
                       and (not rate-was-found
                           or ert-effective-date (employee-rate-index)
                               >= rate-effective-date)
                   set rate-was-found to true
                   move ert-effective-date (employee-rate-index)
                       to rate-effective-date
                   move ert-gross-salary (employee-rate-index)
                       to rate-in-force
               end-if
           end-perform
           .

       work-out-salary-arrears section.
           move 0 to arrears-gross
           move 0 to arrears-tax-total
           move 0 to arrears-periods-paid
           if employee-rate-count = 0
               exit section
           end-if
           perform varying paid-period-index from 1 by 1
                   until paid-period-index > paid-period-count
               move ppt-period (paid-period-index) to arrears-period
               move ppt-run-date (paid-period-index)
                   to arrears-run-date
               perform work-out-one-period-arrears
           end-perform
           .

       work-out-one-period-arrears section.
           compute arrears-month-start = arrears-period * 100 + 1
           if function mod (arrears-period, 100) = 12
               compute arrears-next-month =
                   (function integer-part (arrears-period / 100) + 1)
                   * 10000 + 101
           else
               compute arrears-next-month =
                   arrears-month-start + 100
           end-if
           compute days-in-arrears-month =
               function integer-of-date (arrears-next-month)
               - function integer-of-date (arrears-month-start)
           compute arrears-month-end = function date-of-integer (
               function integer-of-date (arrears-next-month) - 1)
           move arrears-month-start to arrears-from-date
           if emp-start-date > arrears-from-date
               move emp-start-date to arrears-from-date
           end-if
           move arrears-month-end to arrears-to-date
           if emp-leave-date not = 0
                   and emp-leave-date < arrears-to-date
               move emp-leave-date to arrears-to-date
           end-if
           if arrears-to-date < arrears-from-date
               exit section
           end-if
           *> only a rate keyed after the period's run, or one that
           *> starts part way through the period, can leave it short
           move arrears-from-date to arrears-rate-date
           move "N" to arrears-trigger-flag
           perform varying employee-rate-index from 1 by 1
                   until employee-rate-index > employee-rate-count
               if ert-effective-date (employee-rate-index)
                       <= arrears-to-date
                   and (ert-recorded-date (employee-rate-index)
                           > arrears-run-date
                       or ert-effective-date (employee-rate-index)
                           > arrears-rate-date)
                   set arrears-may-be-due to true
               end-if
           end-perform
           if not arrears-may-be-due
               exit section
           end-if
           compute arrears-days-employed =
               function integer-of-date (arrears-to-date)
               - function integer-of-date (arrears-from-date) + 1
           *> what the period's run paid - its rate at the start of
           *> the pay, from the rates keyed by the day it ran
           move arrears-rate-date to rate-wanted-date
           move arrears-run-date to rate-known-by-date
           perform find-rate-in-force
           if not rate-was-found and arrears-period = run-period
               move gross-salary to rate-in-force
           end-if
           if arrears-days-employed < days-in-arrears-month
               compute arrears-paid-pay rounded = rate-in-force
                   * arrears-days-employed / days-in-arrears-month
           else
               move rate-in-force to arrears-paid-pay
           end-if
           *> what it was due - day by day at the rate now on file
           move 0 to arrears-daily-rates
           move 99999999 to rate-known-by-date
           compute arrears-day-number =
               function integer-of-date (arrears-from-date)
           compute arrears-last-day-number =
               function integer-of-date (arrears-to-date)
           perform until arrears-day-number > arrears-last-day-number
               compute rate-wanted-date =
                   function date-of-integer (arrears-day-number)
               perform find-rate-in-force
               if not rate-was-found and arrears-period = run-period
                   move gross-salary to rate-in-force
               end-if
               add rate-in-force to arrears-daily-rates
               add 1 to arrears-day-number
           end-perform
           compute arrears-due-pay rounded =
               arrears-daily-rates / days-in-arrears-month
           move 0 to arrears-already-paid
           perform varying arrears-index from 1 by 1
                   until arrears-index > arrears-line-count
               if apt-emp-id (arrears-index) = emp-id
                       and apt-period (arrears-index) = arrears-period
                   add apt-arrears-amount (arrears-index)
                       to arrears-already-paid
               end-if
           end-perform
           compute arrears-difference = arrears-due-pay
               - arrears-paid-pay - arrears-already-paid
           if arrears-difference < 0
               *> a backdated cut is for the owner to settle with
               *> the employee, not for the run to claw back
               move arrears-difference to formatted-adjustment
               display "    period " arrears-period " overpaid "
                   formatted-adjustment " at the rates now on file "
                   "- not recovered"
           end-if
           if arrears-difference > 0
               perform pay-one-period-arrears
           end-if
           .

       pay-one-period-arrears section.
           move arrears-difference to period-arrears
           *> tax the arrears as the top slice of the period's pay,
           *> at the bands the period's run used
           move arrears-run-date to rate-wanted-date
           perform select-bands-for-date
           compute tax-base-amount =
               arrears-paid-pay + arrears-already-paid
           perform compute-tax-on-amount
           move tax-on-base-amount to arrears-base-tax
           add period-arrears to tax-base-amount
           perform compute-tax-on-amount
           compute period-arrears-tax =
               tax-on-base-amount - arrears-base-tax
           add period-arrears to arrears-gross
           add period-arrears-tax to arrears-tax-total
           add period-arrears to run-arrears-total
           add 1 to arrears-periods-paid
           move spaces to salary-arrears-record
           move emp-id to sar-emp-id
           move arrears-period to sar-period
           move period-arrears to sar-arrears-amount
           move period-arrears-tax to sar-arrears-tax
           move payroll-run-date to sar-paid-date
           write salary-arrears-record
           move period-arrears to formatted-arrears
           move period-arrears-tax to formatted-arrears-tax
           display "    arrears for " arrears-period " "
               formatted-arrears " tax " formatted-arrears-tax
           .

       select-bands-for-date section.
           *> the band set the pay run in force on that date used -
           *> the flat fallback rate where none was on file yet
           move 0 to selected-effective-date
           move 0 to selected-band-count
           perform varying band-line-index from 1 by 1
                   until band-line-index > band-line-count
               if blt-effective-date (band-line-index)
                       <= rate-wanted-date
                   if blt-effective-date (band-line-index)
                           > selected-effective-date
                       move blt-effective-date (band-line-index)
                           to selected-effective-date
                       move 0 to selected-band-count
                   end-if
                   if blt-effective-date (band-line-index)
                           = selected-effective-date
                           and selected-band-count < MAX-TAX-BANDS
                       add 1 to selected-band-count
                       move blt-band-floor (band-line-index)
                           to sbt-band-floor (selected-band-count)
                       move blt-band-rate (band-line-index)
                           to sbt-band-rate (selected-band-count)
                   end-if
               end-if
           end-perform
           if selected-band-count = 0
               move 1 to selected-band-count
               move 0 to sbt-band-floor (1)
               move FALLBACK-TAX-RATE to sbt-band-rate (1)
           end-if
           .

       compute-tax-on-amount section.
           move 0 to tax-on-base-amount
           perform varying selected-band-index from 1 by 1
                   until selected-band-index > selected-band-count
               if selected-band-index < selected-band-count
                   move sbt-band-floor (selected-band-index + 1)
                       to band-upper-limit
               else
                   move tax-base-amount to band-upper-limit
               end-if
               if band-upper-limit > tax-base-amount
                   move tax-base-amount to band-upper-limit
               end-if
               if band-upper-limit
                       > sbt-band-floor (selected-band-index)
                   compute band-taxable-slice = band-upper-limit
                       - sbt-band-floor (selected-band-index)
                   compute band-tax-amount rounded =
                       band-taxable-slice
                       * sbt-band-rate (selected-band-index)
                   add band-tax-amount to tax-on-base-amount
               end-if
           end-perform
           .

       load-pension-thresholds section.
           *> the threshold line with the latest effective date on or
           *> before the run date, as the tax bands are chosen
           move FALLBACK-LOWER-EARNINGS to pension-lower-earnings
           move FALLBACK-TRIGGER-EARNINGS to pension-trigger-earnings
           move FALLBACK-UPPER-EARNINGS to pension-upper-earnings
           move FALLBACK-EMPLOYEE-PERCENT to pension-employee-percent
           move FALLBACK-EMPLOYER-PERCENT to pension-employer-percent
           open input pension-threshold-data
           if threshold-status-key-1 not = "0"
               display "No pension-thresholds.txt - assessing on the "
                   "fallback thresholds"
               close pension-threshold-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read pension-threshold-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if pth-effective-date <= payroll-run-date
                               and pth-effective-date
                                   >= thresholds-effective-date
                           move pth-effective-date
                               to thresholds-effective-date
                           move pth-lower-earnings
                               to pension-lower-earnings
                           move pth-trigger-earnings
                               to pension-trigger-earnings
                           move pth-upper-earnings
                               to pension-upper-earnings
                           move pth-employee-percent
                               to pension-employee-percent
                           move pth-employer-percent
                               to pension-employer-percent
                       end-if
               end-read
           end-perform
           close pension-threshold-data
           if thresholds-effective-date = 0
               display "No pension thresholds in force on or before "
                   payroll-run-date " - assessing on the fallback "
                   "thresholds"
           else
               display "Pension thresholds effective "
                   thresholds-effective-date
           end-if
           .

       load-pension-opt-outs section.
           open input pension-opt-out-data
           if opt-out-status-key-1 not = "0"
               close pension-opt-out-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read pension-opt-out-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if opt-out-line-count >= MAX-OPT-OUT-LINES
                           display "Opt-out table is full at "
                               MAX-OPT-OUT-LINES
                               " - raise the limit and re-run"
                           move 16 to return-code
                           close pension-opt-out-data
                           perform write-run-control-end
                           stop run
                       end-if
                       add 1 to opt-out-line-count
                       move poo-emp-id
                           to oot-emp-id (opt-out-line-count)
                       move poo-notice-date
                           to oot-notice-date (opt-out-line-count)
               end-read
           end-perform
           close pension-opt-out-data
           .

       open-pension-schedule section.
           open output pension-contribution-data
           move spaces to pension-contribution-record
           move "H" to pcs-record-type
           move PENSION-SCHEME-REF to pcsh-scheme-ref
           move payroll-run-date (1:6) to pcsh-period
           move payroll-run-date to pcsh-run-date
           write pension-contribution-record
           .

       close-pension-schedule section.
           move spaces to pension-contribution-record
           move "T" to pcs-record-type
           move schedule-lines to pcst-record-count
           move schedule-employee-total to pcst-employee-total
           move schedule-employer-total to pcst-employer-total
           move schedule-refund-total to pcst-refund-total
           write pension-contribution-record
           close pension-contribution-data
           if workers-enrolled > 0 or workers-opted-out > 0
                   or workers-ceased > 0
               display workers-enrolled " workers enrolled in the "
                   "pension, " workers-opted-out " opted out, "
                   workers-ceased " ceased"
           end-if
           .

       assess-pension-enrolment section.
           *> the worker's category this period, then their
           *> membership - enrolment, an opt-out notice, or the
           *> three-yearly re-enrolment
           move 0 to qualifying-earnings
           move space to worker-category
           move 0 to pension-refund
           move 0 to pension-refund-employer
           move "N" to pension-stopped-flag
           move "N" to enrolment-register-flag
           move emp-id to pen-emp-id
           read pension-enrolment-data
               invalid key
                   move spaces to pension-enrolment-record
                   move emp-id to pen-emp-id
                   move "N" to pen-auto-enrolled
                   move 0 to pen-enrolment-date
                   move 0 to pen-opt-out-deadline
                   move 0 to pen-opt-out-date
                   move 0 to pen-refund-amount
                   move 0 to pen-reenrolment-date
                   move 0 to pen-employee-contrib
                   move 0 to pen-employer-contrib
               not invalid key
                   set enrolment-on-register to true
           end-read
           move emp-name to pen-emp-name
           if date-is-invalid
               display "  Pension      not assessed - date of birth "
                   "fails validation"
               move 0 to pen-qualifying-earnings
           else
               perform classify-worker
           end-if
           move worker-category to pen-category
           move payroll-run-date (1:6) to pen-assessed-period
           move qualifying-earnings to pen-qualifying-earnings
           perform check-pension-line-on-file
           if pen-not-enrolled and pension-line-on-file
               *> already a member by a PENS line keyed by hand
               set pen-active-member to true
               move dlt-start-date (found-pension-line)
                   to pen-enrolment-date
               move pen-enrolment-date to date-calc-result
               perform work-out-reenrolment-date
           end-if
           if worker-eligible-jobholder
               evaluate true
                   when pen-not-enrolled
                       perform enrol-jobholder
                   when (pen-opted-out or pen-ceased)
                           and pen-reenrolment-date not = 0
                           and pen-reenrolment-date
                               <= period-end-date
                       perform enrol-jobholder
               end-evaluate
           end-if
           if pen-active-member
               perform check-opt-out-notices
           end-if
           if pen-opted-out or pen-ceased
               set pension-deductions-stopped to true
           end-if
           .

       classify-worker section.
           *> age at the end of the period, from the date of birth
           *> validate-date-of-birth has already split out
           compute worker-birth-date =
               dob-year * 10000 + dob-month * 100 + dob-day
           compute worker-age =
               function integer-part (period-end-date / 10000)
               - dob-year
           if function mod (period-end-date, 10000)
                   < function mod (worker-birth-date, 10000)
               subtract 1 from worker-age
           end-if
           if period-gross-salary > pension-lower-earnings
               if period-gross-salary > pension-upper-earnings
                   compute qualifying-earnings =
                       pension-upper-earnings - pension-lower-earnings
               else
                   compute qualifying-earnings =
                       period-gross-salary - pension-lower-earnings
               end-if
           end-if
           evaluate true
               when worker-age < MIN-WORKER-AGE
                       or worker-age >= MAX-WORKER-AGE
                   set worker-outside-scope to true
               when period-gross-salary > pension-trigger-earnings
                       and worker-age >= MIN-ENROLMENT-AGE
                       and worker-age < STATE-PENSION-AGE
                   set worker-eligible-jobholder to true
               when period-gross-salary > pension-lower-earnings
                   set worker-non-eligible to true
               when other
                   set worker-entitled to true
           end-evaluate
           move qualifying-earnings to formatted-qualifying
           evaluate true
               when worker-eligible-jobholder
                   display "  Pension      eligible jobholder, age "
                       worker-age ", qualifying earnings "
                       formatted-qualifying
               when worker-non-eligible
                   display "  Pension      non-eligible jobholder, "
                       "age " worker-age ", qualifying earnings "
                       formatted-qualifying
               when worker-entitled
                   display "  Pension      entitled worker, age "
                       worker-age
               when other
                   display "  Pension      outside auto-enrolment, "
                       "age " worker-age
           end-evaluate
           .

       enrol-jobholder section.
           *> enrolled from the day they first qualified in the
           *> period - its start, their start date, or the birthday
           *> that brought them to the enrolment age
           move period-start-date to statutory-enrolment-date
           if emp-start-date > statutory-enrolment-date
               move emp-start-date to statutory-enrolment-date
           end-if
           compute date-calc-year = dob-year + MIN-ENROLMENT-AGE
           move dob-month to date-calc-month
           move dob-day to date-calc-day
           perform make-valid-calc-date
           move date-calc-result to enrolment-birthday
           if enrolment-birthday > statutory-enrolment-date
                   and enrolment-birthday <= period-end-date
               move enrolment-birthday to statutory-enrolment-date
           end-if
           set pen-active-member to true
           set pen-was-auto-enrolled to true
           move statutory-enrolment-date to pen-enrolment-date
           move 0 to pen-opt-out-date
           move 0 to pen-refund-amount
           move 0 to pen-employee-contrib
           move 0 to pen-employer-contrib
           *> the opt-out window closes a month after enrolment
           move statutory-enrolment-date (1:4) to date-calc-year
           move statutory-enrolment-date (5:2) to date-calc-month
           move statutory-enrolment-date (7:2) to date-calc-day
           add 1 to date-calc-month
           if date-calc-month > 12
               move 1 to date-calc-month
               add 1 to date-calc-year
           end-if
           perform make-valid-calc-date
           move date-calc-result to pen-opt-out-deadline
           move statutory-enrolment-date to date-calc-result
           perform work-out-reenrolment-date
           add 1 to workers-enrolled
           display "  Pension      enrolled from "
               statutory-enrolment-date " - opt out by "
               pen-opt-out-deadline " for a refund"
           if not pension-line-on-file
               perform add-pension-deduction-line
           end-if
           .

       work-out-reenrolment-date section.
           move date-calc-result (1:4) to date-calc-year
           move date-calc-result (5:2) to date-calc-month
           move date-calc-result (7:2) to date-calc-day
           add REENROLMENT-YEARS to date-calc-year
           perform make-valid-calc-date
           move date-calc-result to pen-reenrolment-date
           .

       make-valid-calc-date section.
           *> a 29 February or a 31st that the target month lacks
           *> falls back to the month's last day
           compute date-calc-result = date-calc-year * 10000
               + date-calc-month * 100 + date-calc-day
           perform until function test-date-yyyymmdd
                   (date-calc-result) = 0
                   or date-calc-day < 29
               subtract 1 from date-calc-day
               compute date-calc-result = date-calc-year * 10000
                   + date-calc-month * 100 + date-calc-day
           end-perform
           .

       check-pension-line-on-file section.
           *> a PENS line for the employee that has not been stopped
           move "N" to pension-line-flag
           move 0 to found-pension-line
           perform varying deduction-index from 1 by 1
                   until deduction-index > deduction-line-count
                       or pension-line-on-file
               if dlt-emp-id (deduction-index) = emp-id
                       and dlt-code (deduction-index) = "PENS"
                       and (dlt-stop-date (deduction-index) = 0
                           or dlt-stop-date (deduction-index)
                               >= period-start-date)
                   set pension-line-on-file to true
                   set found-pension-line to deduction-index
               end-if
           end-perform
           .

       add-pension-deduction-line section.
           *> the line nobody has to remember to key - on the master
           *> for every later run, and in the table for this one
           move spaces to deduction-master-record
           move emp-id to ded-emp-id
           move "PENS" to ded-code
           move "Q" to ded-method
           move 0 to ded-amount
           move pension-employee-percent to ded-percent
           move statutory-enrolment-date to ded-start-date
           move 0 to ded-stop-date
           perform load-one-deduction-line
           write deduction-master-record
           set pension-line-on-file to true
           .

       check-opt-out-notices section.
           *> a notice dated on or after the enrolment, and not yet
           *> acted on, ends the membership - inside the window it is
           *> an opt-out and every contribution goes back
           perform varying opt-out-index from 1 by 1
                   until opt-out-index > opt-out-line-count
                       or not pen-active-member
               if oot-emp-id (opt-out-index) = emp-id
                       and oot-notice-date (opt-out-index)
                           >= pen-enrolment-date
                       and oot-notice-date (opt-out-index)
                           > pen-opt-out-date
                   perform act-on-opt-out-notice
               end-if
           end-perform
           .

       act-on-opt-out-notice section.
           move oot-notice-date (opt-out-index) to pen-opt-out-date
           if pen-was-auto-enrolled
                   and oot-notice-date (opt-out-index)
                       <= pen-opt-out-deadline
               set pen-opted-out to true
               move pen-employee-contrib to pension-refund
               move pen-employer-contrib to pension-refund-employer
               move pension-refund to pen-refund-amount
               move 0 to pen-employee-contrib
               move 0 to pen-employer-contrib
               add 1 to workers-opted-out
               move pension-refund to formatted-refund
               display "  Pension      opted out "
                   pen-opt-out-date " - contributions of "
                   formatted-refund " refunded"
           else
               set pen-ceased to true
               move 0 to pen-refund-amount
               add 1 to workers-ceased
               display "  Pension      membership ceased "
                   pen-opt-out-date " - outside the opt-out window, "
                   "no refund"
           end-if
           .

       record-pension-contribution section.
           *> the employer's share on qualifying earnings, this
           *> period's deductions onto the register and the
           *> provider's schedule, and any refund to reclaim
           move 0 to employer-contribution
           if pen-active-member
               compute employer-contribution rounded =
                   qualifying-earnings * pension-employer-percent
               add period-pension-total to pen-employee-contrib
               add employer-contribution to pen-employer-contrib
               if period-pension-total > 0
                       or employer-contribution > 0
                   move spaces to pension-contribution-record
                   move "D" to pcs-record-type
                   move emp-id to pcsd-emp-id
                   move qualifying-earnings to pcsd-qualifying
                   move period-pension-total to pcsd-employee-amount
                   move employer-contribution to pcsd-employer-amount
                   move pen-enrolment-date to pcsd-enrolment-date
                   write pension-contribution-record
                   add 1 to schedule-lines
                   add period-pension-total to schedule-employee-total
                   add employer-contribution to schedule-employer-total
               end-if
           end-if
           if pension-refund > 0 or pension-refund-employer > 0
               move spaces to pension-contribution-record
               move "R" to pcs-record-type
               move emp-id to pcsd-emp-id
               move 0 to pcsd-qualifying
               move pension-refund to pcsd-employee-amount
               move pension-refund-employer to pcsd-employer-amount
               move pen-enrolment-date to pcsd-enrolment-date
               write pension-contribution-record
               add 1 to schedule-lines
               add pension-refund to schedule-refund-total
               move pension-refund to formatted-refund
               display "  Pension refund " formatted-refund
           end-if
           if enrolment-on-register
               rewrite pension-enrolment-record
                   invalid key
                       display "Pension register rewrite failed for "
                           emp-id " - status "
                           enrolment-file-status-code
               end-rewrite
           else
               write pension-enrolment-record
                   invalid key
                       display "Pension register write failed for "
                           emp-id " - status "
                           enrolment-file-status-code
               end-write
           end-if
           .

       load-expense-claims section.
           *> the register first, so an approved claim already paid
           *> by an earlier run is left out of the table
           open input expense-reimbursed-data
           if expense-paid-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read expense-reimbursed-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-reimbursed-claim
                   end-read
               end-perform
           end-if
           close expense-reimbursed-data
           open input expense-approved-data
           if expense-approved-status-key-1 not = "0"
               close expense-approved-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read expense-approved-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform hold-one-expense-claim
               end-read
           end-perform
           close expense-approved-data
           .

       hold-one-reimbursed-claim section.
           if reimbursed-claim-count >= MAX-REIMBURSED-CLAIMS
               display "Reimbursed claim table is full at "
                   MAX-REIMBURSED-CLAIMS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to reimbursed-claim-count
           move exr-claim-number
               to reimbursed-claim-number (reimbursed-claim-count)
           .

       hold-one-expense-claim section.
           move "N" to claim-paid-flag
           perform varying reimbursed-index from 1 by 1
                   until reimbursed-index > reimbursed-claim-count
                       or claim-already-paid
               if reimbursed-claim-number (reimbursed-index)
                       = exc-claim-number
                   set claim-already-paid to true
               end-if
           end-perform
           if claim-already-paid
               exit section
           end-if
           if expense-claim-count >= MAX-EXPENSE-CLAIMS
               display "Expense claim table is full at "
                   MAX-EXPENSE-CLAIMS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to expense-claim-count
           move exc-claim-number
               to ect-claim-number (expense-claim-count)
           move exc-emp-id to ect-emp-id (expense-claim-count)
           move exc-category to ect-category (expense-claim-count)
           move exc-amount to ect-amount (expense-claim-count)
           .

       reimburse-expense-claims section.
           *> after tax and deductions - an expense is the firm's own
           *> money paid back, not pay, so it is neither taxed nor
           *> counted in the gross
           move 0 to expenses-reimbursed
           perform varying expense-index from 1 by 1
                   until expense-index > expense-claim-count
               if ect-emp-id (expense-index) = emp-id
                   add ect-amount (expense-index) to expenses-reimbursed
                   move ect-amount (expense-index) to formatted-expense
                   display "  Expenses     " formatted-expense
                       " (claim " ect-claim-number (expense-index) " "
                       ect-category (expense-index) ")"
                   move spaces to expense-reimbursed-record
                   move ect-claim-number (expense-index)
                       to exr-claim-number
                   move emp-id to exr-emp-id
                   move ect-category (expense-index) to exr-category
                   move ect-amount (expense-index) to exr-amount
                   move payroll-run-date to exr-paid-date
                   write expense-reimbursed-record
               end-if
           end-perform
           add expenses-reimbursed to net-pay
           .

       load-commission-due section.
           open input commission-paid-data
           if commission-paid-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read commission-paid-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-paid-commission
                   end-read
               end-perform
           end-if
           close commission-paid-data
           open input commission-due-data
           if commission-due-status-key-1 not = "0"
               close commission-due-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read commission-due-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform hold-one-commission-due
               end-read
           end-perform
           close commission-due-data
           .

       hold-one-paid-commission section.
           if commission-paid-count >= MAX-COMMISSION-PAID
               display "Commission paid table is full at "
                   MAX-COMMISSION-PAID " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to commission-paid-count
           move cms-emp-id of commission-paid-record
               to cpt-emp-id (commission-paid-count)
           move cms-period of commission-paid-record
               to cpt-period (commission-paid-count)
           .

       hold-one-commission-due section.
           move "N" to commission-month-flag
           perform varying cpt-index from 1 by 1
                   until cpt-index > commission-paid-count
                       or commission-month-paid
               if cpt-emp-id (cpt-index)
                       = cms-emp-id of commission-due-record
                   and cpt-period (cpt-index)
                       = cms-period of commission-due-record
                   set commission-month-paid to true
               end-if
           end-perform
           if commission-month-paid
               exit section
           end-if
           move 0 to found-commission-line
           perform varying commission-index from 1 by 1
                   until commission-index > commission-due-count
                       or found-commission-line > 0
               if cdt-emp-id (commission-index)
                       = cms-emp-id of commission-due-record
                   and cdt-period (commission-index)
                       = cms-period of commission-due-record
                   set found-commission-line to commission-index
               end-if
           end-perform
           if found-commission-line = 0
               if commission-due-count >= MAX-COMMISSION-LINES
                   display "Commission due table is full at "
                       MAX-COMMISSION-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to commission-due-count
               move commission-due-count to found-commission-line
           end-if
           move cms-emp-id of commission-due-record
               to cdt-emp-id (found-commission-line)
           move cms-period of commission-due-record
               to cdt-period (found-commission-line)
           move cms-sales-total of commission-due-record
               to cdt-sales-total (found-commission-line)
           move cms-sales-days of commission-due-record
               to cdt-sales-days (found-commission-line)
           move cms-commission of commission-due-record
               to cdt-commission (found-commission-line)
           move cms-calculated-date of commission-due-record
               to cdt-calculated-date (found-commission-line)
           .

       apply-sales-commission section.
           *> taxable pay like overtime - into the gross before tax,
           *> so it reaches the register and the pension assessment
           move 0 to period-commission
           perform varying commission-index from 1 by 1
                   until commission-index > commission-due-count
               if cdt-emp-id (commission-index) = emp-id
                       and cdt-commission (commission-index) > 0
                   add cdt-commission (commission-index)
                       to period-commission
                   move cdt-commission (commission-index)
                       to formatted-commission
                   display "  Commission   " formatted-commission
                       " (" cdt-period (commission-index) " sales "
                       cdt-sales-total (commission-index) ")"
                   move spaces to commission-paid-record
                   move cdt-emp-id (commission-index)
                       to cms-emp-id of commission-paid-record
                   move cdt-period (commission-index)
                       to cms-period of commission-paid-record
                   move cdt-sales-total (commission-index)
                       to cms-sales-total of commission-paid-record
                   move cdt-sales-days (commission-index)
                       to cms-sales-days of commission-paid-record
                   move cdt-commission (commission-index)
                       to cms-commission of commission-paid-record
                   move cdt-calculated-date (commission-index)
                       to cms-calculated-date of commission-paid-record
                   move payroll-run-date
                       to cms-paid-date of commission-paid-record
                   write commission-paid-record
               end-if
           end-perform
           add period-commission to period-gross-salary
           .

       load-bank-details section.
           open input employee-bank-data
           if bank-status-key-1 not = "0"
           *> log's net total, less only the cash envelopes
           display " "
           display "Payments register - " payments-written
               " transfers on payroll-payments-held.txt, hash "
               payment-net-hash
           display "  run net total " run-net-total ", "
               employees-unbanked " paid by cash envelope"
                           or dlt-stop-date (deduction-index)
                               >= payroll-run-date)
                   perform apply-one-deduction
               else
                   *> an enrolment line runs from its statutory date,
                   *> which can fall after the run date in the period
                   if dlt-emp-id (deduction-index) = emp-id
                           and dlt-method (deduction-index) = "Q"
                           and dlt-start-date (deduction-index)
                               <= period-end-date
                           and dlt-stop-date (deduction-index) = 0
                       perform apply-one-deduction
                   end-if
               end-if
           end-perform
           .

       apply-one-deduction section.
           if dlt-code (deduction-index) = "PENS"
                   and pension-deductions-stopped
               display "    deduction PENS stopped - left the scheme "
                   pen-opt-out-date
               exit section
           end-if
           evaluate dlt-method (deduction-index)
               when "P"
                   compute one-deduction-amount rounded =
                       period-gross-salary
                       * dlt-percent (deduction-index)
               when "Q"
                   compute one-deduction-amount rounded =
                       qualifying-earnings
                       * dlt-percent (deduction-index)
               when other
                   move dlt-amount (deduction-index)
                       to one-deduction-amount
           end-evaluate
           if period-deduction-total + one-deduction-amount
                   > pay-after-tax
               display "    deduction " dlt-code (deduction-index)
                   " skipped - would take net pay below zero"
           else
               add one-deduction-amount to period-deduction-total
               if dlt-start-date (deduction-index)
                       >= period-start-date
                   set pay-has-new-deduction to true
               end-if
               if dlt-code (deduction-index) = "PENS"
                   add one-deduction-amount to period-pension-total
               else
           .

       load-one-tax-band section.
           *> every band set is kept as well, for taxing back pay at
           *> the bands of the period it belongs to
           if band-line-count >= MAX-BAND-LINES
               display "Band line table is full at " MAX-BAND-LINES
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to band-line-count
           move txb-effective-date
               to blt-effective-date (band-line-count)
           move txb-band-floor to blt-band-floor (band-line-count)
           move txb-band-rate to blt-band-rate (band-line-count)
           if txb-effective-date > payroll-run-date
               continue
           else
           add tax-amount to run-tax-total
           add net-pay to run-net-total
           add period-deduction-total to run-deduction-total
           add period-pension-total to run-pension-total
           add expenses-reimbursed to run-expenses-total
           add period-commission to run-commission-total
           *> the register's net is what the pay earned - the
           *> expenses paid with it are the run log's alone
           compute earned-net-pay = net-pay - expenses-reimbursed
           *> a refund comes back off the pension owed the provider,
           *> and off the deductions total the pension sits inside
           if pension-refund > run-pension-total
               move 0 to run-pension-total
           else
               subtract pension-refund from run-pension-total
           end-if
           if pension-refund > run-deduction-total
               move 0 to run-deduction-total
           else
               subtract pension-refund from run-deduction-total
           end-if
           move emp-id to ytd-emp-id
           read payroll-ytd-data
               invalid key
                   move emp-name to ytd-emp-name
                   move period-gross-salary to ytd-gross-total
                   move tax-amount to ytd-tax-total
                   move earned-net-pay to ytd-net-total
                   move 1 to ytd-runs-posted
                   move current-tax-year to ytd-tax-year
                   move period-pension-total to ytd-pension-total
                   move period-other-ded-total
                       to ytd-other-ded-total
                   move arrears-gross to ytd-arrears-total
                   move arrears-tax-total to ytd-arrears-tax
                   move period-commission to ytd-commission-total
                   perform note-last-period-paid
                   write payroll-ytd-record
                       invalid key
                           display "YTD register write failed for "
                               ytd-file-status-code
                   end-write
               not invalid key
                   perform check-pay-variance
                   if ytd-tax-year not = current-tax-year
                       *> first run of a new tax year - the line
                       *> starts over rather than accumulating into
                       *> last year's totals
                       move period-gross-salary to ytd-gross-total
                       move tax-amount to ytd-tax-total
                       move earned-net-pay to ytd-net-total
                       move 1 to ytd-runs-posted
                       move current-tax-year to ytd-tax-year
                       move period-pension-total
                           to ytd-pension-total
                       move period-other-ded-total
                           to ytd-other-ded-total
                       move arrears-gross to ytd-arrears-total
                       move arrears-tax-total to ytd-arrears-tax
                       move period-commission to ytd-commission-total
                   else
                       add period-gross-salary to ytd-gross-total
                       add tax-amount to ytd-tax-total
                       add earned-net-pay to ytd-net-total
                       add 1 to ytd-runs-posted
                       add period-pension-total to ytd-pension-total
                       add period-other-ded-total
                           to ytd-other-ded-total
                       add arrears-gross to ytd-arrears-total
                       add arrears-tax-total to ytd-arrears-tax
                       add period-commission to ytd-commission-total
                   end-if
                   if pension-refund > ytd-pension-total
                       move 0 to ytd-pension-total
                   else
                       subtract pension-refund from ytd-pension-total
                   end-if
                   move emp-name to ytd-emp-name
                   perform note-last-period-paid
                   rewrite payroll-ytd-record
           end-read
           .

       check-pay-variance section.
           *> the register line still holds the previous period as
           *> the last run left it.  A line with no last period - one
           *> converted, or posted before the columns were carried -
           *> is measured against its average per run this year
           move 0 to previous-period
           move 0 to previous-gross
           move 0 to previous-net
           if ytd-last-period is numeric and ytd-last-period > 0
               move ytd-last-period to previous-period
               move ytd-last-gross to previous-gross
               move ytd-last-net to previous-net
           else
               if ytd-tax-year = current-tax-year
                       and ytd-runs-posted > 0
                   compute previous-gross rounded =
                       (ytd-gross-total - ytd-arrears-total)
                       / ytd-runs-posted
                   compute previous-net rounded =
                       ytd-net-total / ytd-runs-posted
               else
                   exit section
               end-if
           end-if
           move period-gross-salary to current-gross
           move earned-net-pay to current-net
           move previous-gross to compare-previous
           move current-gross to compare-current
           perform work-out-percent-change
           move compare-percent to gross-percent-change
           move previous-net to compare-previous
           move current-net to compare-current
           perform work-out-percent-change
           move compare-percent to net-percent-change
           if gross-percent-change <= variance-percent-limit
                   and net-percent-change <= variance-percent-limit
               exit section
           end-if
           perform list-variance-causes
           move spaces to variance-record
           set pvr-employee-variance to true
           move emp-id to pvr-emp-id
           move previous-period to pvr-previous-period
           move previous-gross to pvr-previous-gross
           move current-gross to pvr-gross
           move previous-net to pvr-previous-net
           move current-net to pvr-net
           if gross-percent-change > net-percent-change
               move gross-percent-change to compare-percent
           else
               move net-percent-change to compare-percent
           end-if
           if compare-percent > 999
               move 999 to compare-percent
           end-if
           move compare-percent to pvr-percent-change
           move variance-causes to pvr-causes
           write variance-record
           add 1 to run-variances-flagged
           display "  VARIANCE - pay moved " pvr-percent-change
               "% on the previous period - " variance-causes
           .

       work-out-percent-change section.
           *> the movement either way as a whole percentage of the
           *> previous figure - anything from nothing counts as the
           *> most it can be
           if compare-previous = 0
               if compare-current = 0
                   move 0 to compare-percent
               else
                   move 999 to compare-percent
               end-if
               exit section
           end-if
           compute variance-amount = compare-current - compare-previous
           if variance-amount < 0
               compute variance-amount = 0 - variance-amount
           end-if
           compute compare-percent rounded =
               variance-amount * 100 / compare-previous
               on size error
                   move 999 to compare-percent
           end-compute
           .

       list-variance-causes section.
           move spaces to variance-causes
           move 1 to cause-pointer
           if pay-has-timesheet
               string "TIMESHEET " delimited by size
                   into variance-causes with pointer cause-pointer
           end-if
           if pay-has-new-deduction
               string "NEW DEDUCTION " delimited by size
                   into variance-causes with pointer cause-pointer
           end-if
           if days-paid < days-in-period
                   or emp-start-date (1:6) = previous-period
                   or (emp-leave-date not = 0
                       and emp-leave-date (1:6) = previous-period)
               string "PRO-RATA " delimited by size
                   into variance-causes with pointer cause-pointer
           end-if
           if ytd-last-rate is numeric and ytd-last-rate > 0
                   and gross-salary not = ytd-last-rate
               string "RATE CHANGE " delimited by size
                   into variance-causes with pointer cause-pointer
           end-if
           if arrears-gross > 0
               string "BACK PAY " delimited by size
                   into variance-causes with pointer cause-pointer
           end-if
           if period-commission > 0
               string "COMMISSION " delimited by size
                   into variance-causes with pointer cause-pointer
           end-if
           if variance-causes = spaces
               move "CAUSE NOT KNOWN - CHECK THE MASTER"
                   to variance-causes
           end-if
           .

       note-last-period-paid section.
           move run-period to ytd-last-period
           move gross-salary to ytd-last-rate
           move period-gross-salary to ytd-last-gross
           move earned-net-pay to ytd-last-net
           .

       check-run-variance section.
           *> the run as a whole against the last run on the log -
           *> taken before this run's own line was added
           if last-run-date = 0
                   or last-run-gross is not numeric
                   or last-run-net is not numeric
               exit section
           end-if
           move last-run-gross to compare-previous
           move run-gross-total to compare-current
           perform work-out-percent-change
           move compare-percent to gross-percent-change
           move last-run-net to compare-previous
           move run-net-total to compare-current
           perform work-out-percent-change
           move compare-percent to net-percent-change
           if gross-percent-change <= variance-percent-limit
                   and net-percent-change <= variance-percent-limit
               exit section
           end-if
           open extend variance-data
           move spaces to variance-record
           set pvr-run-variance to true
           move 0 to pvr-emp-id
           move last-run-date (1:6) to pvr-previous-period
           move last-run-gross to pvr-previous-gross
           move run-gross-total to pvr-gross
           move last-run-net to pvr-previous-net
           move run-net-total to pvr-net
           if gross-percent-change > net-percent-change
               move gross-percent-change to compare-percent
           else
               move net-percent-change to compare-percent
           end-if
           if compare-percent > 999
               move 999 to compare-percent
           end-if
           move compare-percent to pvr-percent-change
           move "RUN TOTALS AGAINST THE LAST RUN" to pvr-causes
           write variance-record
           close variance-data
           add 1 to run-variances-flagged
           display "RUN VARIANCE - the run's pay moved "
               pvr-percent-change "% on the run of " last-run-date
           .

       hold-payment-file section.
           *> nothing goes to the bank from here - PayRunRelease
           *> copies the held file across once a supervisor has seen
           *> the variances and signed the run off
           open output release-status-data
           move spaces to release-status-record
           move payroll-run-date to prs-run-date
           set prs-run-held to true
           move run-variances-flagged to prs-variance-count
           move payments-written to prs-payment-count
           move payment-net-hash to prs-net-pay-hash
           move 0 to prs-released-date
           write release-status-record
           close release-status-data
           display " "
           display "Payment file HELD on payroll-payments-held.txt - "
               run-variances-flagged " variances on "
               "payroll-variance.txt; PayRunRelease releases it"
           .

       load-variance-limit section.
           move DEFAULT-VARIANCE-PERCENT to variance-percent-limit
           open input variance-limit-data
           if variance-limit-status-key-1 = "0"
               read variance-limit-data
                   not at end
                       if pvl-percent-limit is numeric
                               and pvl-percent-limit > 0
                           move pvl-percent-limit
                               to variance-percent-limit
                       end-if
               end-read
           end-if
           close variance-limit-data
           .

       write-payroll-run-log section.
           open extend payroll-run-log-data
           move function current-date (1:8) to prl-run-date
           move run-tax-total to prl-tax-total
           move run-net-total to prl-net-total
           move run-deduction-total to prl-deduction-total
           move run-pension-total to prl-pension-total
           move run-expenses-total to prl-expenses-total
           write payroll-run-log-record
           close payroll-run-log-data
           .
