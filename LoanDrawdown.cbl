       input-output section.
           select loan-drawdown-data assign "loan-drawdowns.txt"
               organization sequential
               file status drawdown-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select loan-master-data assign "loan-accounts.dat"
               organization indexed
               access dynamic
               record key ln-account-number
               file status loan-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

           select day-status-data assign "posting-day-status.txt"
               organization sequential
               file status day-status-file-status-code.

       file section.
       FD  loan-drawdown-data.    *> the day's approved loans, keyed
                                   *> from the signed agreements
       01  loan-drawdown-record.
           05  ldd-account-number      pic 9(6).
           05  filler                  pic X.
           05  ldd-repay-from-account  pic 9(6).
           05  filler                  pic X.
           05  ldd-principal           pic 9(7)V9(2).
           05  filler                  pic X.
           05  ldd-annual-rate         pic 9V9(4).
           05  filler                  pic X.
           05  ldd-term-months         pic 9(3).
           05  filler                  pic X.
           05  ldd-repayment-day       pic 9(2).

       FD  accounts-master-data.    *> the loan's own balance, and the
                                     *> current account it pays into
       01  account-record.
           copy account-record.

       FD  loan-master-data.    *> the terms the repayment run works to
       01  loan-master-record.
           copy loan-record.

       FD  interest-journal-data.    *> the advance lands on the same
                                      *> journal as every other
                                      *> balance movement
       01  interest-journal-record.
           05  jnl-account-number      pic 9(6).
           05  filler                  pic X.
           05  jnl-posting-type        pic X.
           05  filler                  pic X.
           05  jnl-posting-date        pic 9(8).
           05  filler                  pic X.
           05  jnl-rate-applied        pic 9V9(4).
           05  filler                  pic X.
           05  jnl-posting-amount      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  jnl-balance-before      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  jnl-balance-after       pic S9(7)V9(2)
                                           sign leading separate.

       FD  day-status-data.    *> a held day takes no advances either
       01  day-status-record.
           05  pds-proof-date          pic 9(8).
           05  filler                  pic X.
           05  pds-day-status          pic X.
               88  pds-day-open            value "O".
               88  pds-day-held            value "H".

       working-storage section.
      *> a drawdown opens the loan on the master owing the full
      *> advance, pays the advance into the customer's current
      *> account - both legs journalled as type A so the trial
      *> balance proves them - and prints the whole amortisation
      *> table for the customer's copy of the agreement.  The table is
      *> worked the same way the repayment run charges: a month's
      *> interest on the capital owed, rounded to the penny, the rest
      *> of the level instalment off the capital, and the last
      *> instalment whatever clears it
       78  MAX-LOAN-TERM-MONTHS    value 360.

       01  end-of-file             pic 9.
       01  drawdown-file-status-code.
           05  drawdown-status-key-1 pic X.
           05  drawdown-status-key-2 pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  loan-file-status-code.
           05  loan-status-key-1   pic X.
           05  loan-status-key-2   pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.
       01  day-status-file-status-code.
           05  day-status-status-key-1 pic X.
           05  day-status-status-key-2 pic X.

       01  current-run-date        pic 9(8).
       01  balance-before-posting  pic S9(7)V9(2).
       01  drawdown-valid-flag     pic X.
           88  drawdown-is-valid       value "Y".
       01  loan-customer-number    pic 9(6).
       01  monthly-rate            pic 9V9(8).
       01  level-instalment        pic 9(7)V9(2).
       01  loans-drawn             pic 9(4) value 0.
       01  drawdowns-rejected      pic 9(4) value 0.
       01  total-advanced          pic 9(9)V9(2) value 0.

       01  schedule-month          pic 9(3).
       01  schedule-due-date       pic 9(8).
       01  schedule-balance        pic 9(7)V9(2).
       01  schedule-interest       pic 9(7)V9(2).
       01  schedule-capital        pic 9(7)V9(2).
       01  schedule-payment        pic 9(7)V9(2).
       01  schedule-total-paid     pic 9(8)V9(2).
       01  schedule-total-interest pic 9(8)V9(2).
       01  due-month               pic 9(2).
       01  due-year                pic 9(4).

       01  formatted-month         pic ZZ9.
       01  formatted-payment       pic ZZ,ZZZ,ZZ9.99.
       01  formatted-interest      pic ZZ,ZZZ,ZZ9.99.
       01  formatted-capital       pic ZZ,ZZZ,ZZ9.99.
       01  formatted-balance       pic ZZ,ZZZ,ZZ9.99.
       01  formatted-rate          pic 9.9999.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "LoanDrawdown".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to current-run-date
           perform check-posting-day-open
           open input loan-drawdown-data
           if drawdown-status-key-1 not = "0"
               display "No loan-drawdowns.txt - no loans to draw"
               close loan-drawdown-data
               perform write-run-control-end
               goback
           end-if
           open i-o accounts-master-data
           if accounts-status-key-1 not = "0"
               display "Cannot open accounts.dat - status "
                   accounts-file-status-code " - drawdowns abandoned"
               move 16 to return-code
               close accounts-master-data
               close loan-drawdown-data
               perform write-run-control-end
               stop run
           end-if
           open i-o loan-master-data
           if loan-status-key-1 = "3"
               *> first loan ever - create the loan master empty
               open output loan-master-data
               close loan-master-data
               open i-o loan-master-data
           end-if
           open extend interest-journal-data
           move "O" to rw-action
           move "loan-schedules.prt" to rw-print-file-name
           move "LOAN AMORTISATION SCHEDULES" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read loan-drawdown-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform draw-down-one-loan
               end-read
           end-perform
           move "T" to rw-action
           move total-advanced to formatted-balance
           move spaces to rw-line-text
           string "LOANS DRAWN " loans-drawn
               "  TOTAL ADVANCED " formatted-balance
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close loan-drawdown-data
           close accounts-master-data
           close loan-master-data
           close interest-journal-data
           display loans-drawn " loans drawn, "
               drawdowns-rejected " rejected - schedules on "
               "loan-schedules.prt"
           perform write-run-control-end
           goback
           .

       check-posting-day-open section.
           *> the trial balance holds the day shut until an
           *> out-of-balance is cleared or overridden
           open input day-status-data
           if day-status-status-key-1 = "0"
               read day-status-data
                   at end
                       continue
                   not at end
                       if pds-day-held
                           display "Posting day HELD - trial balance"
                               " for " pds-proof-date " did not "
                               "prove.  Clear or override it with "
                               "TrialBalance before posting again"
                           move 16 to return-code
                           close day-status-data
                           perform write-run-control-end
                           stop run
                       end-if
               end-read
           end-if
           close day-status-data
           .

       draw-down-one-loan section.
           perform check-drawdown-terms
           if not drawdown-is-valid
               add 1 to drawdowns-rejected
               exit section
           end-if
           perform work-out-instalment
           perform open-loan-account
           if not drawdown-is-valid
               add 1 to drawdowns-rejected
               exit section
           end-if
           perform write-loan-terms
           perform pay-advance-to-current-account
           add 1 to loans-drawn
           add ldd-principal to total-advanced
           perform print-amortisation-table
           .

       check-drawdown-terms section.
           move "N" to drawdown-valid-flag
           if ldd-principal = 0
               display "Loan " ldd-account-number
                   " rejected - no advance amount"
               exit section
           end-if
           if ldd-term-months = 0
                   or ldd-term-months > MAX-LOAN-TERM-MONTHS
               display "Loan " ldd-account-number
                   " rejected - term must be 1 to "
                   MAX-LOAN-TERM-MONTHS " months"
               exit section
           end-if
           if ldd-repayment-day = 0 or ldd-repayment-day > 28
               display "Loan " ldd-account-number
                   " rejected - repayment day must be 1 to 28"
               exit section
           end-if
           *> the advance is paid into, and the instalments taken
           *> from, a current account the customer already holds
           move ldd-repay-from-account to account-number
           read accounts-master-data
               invalid key
                   display "Loan " ldd-account-number
                       " rejected - current account "
                       ldd-repay-from-account " not on file"
                   exit section
           end-read
           if not current-account
               display "Loan " ldd-account-number
                   " rejected - account " ldd-repay-from-account
                   " is not a current account"
               exit section
           end-if
           move account-customer-number to loan-customer-number
           set drawdown-is-valid to true
           .

       work-out-instalment section.
           *> the level payment that clears the advance over the term
           compute monthly-rate = ldd-annual-rate / 12
           if monthly-rate = 0
               compute level-instalment rounded =
                   ldd-principal / ldd-term-months
           else
               compute level-instalment rounded =
                   ldd-principal * monthly-rate
                   / (1 - (1 + monthly-rate) ** (0 - ldd-term-months))
           end-if
           .

       open-loan-account section.
           move spaces to account-record
           move ldd-account-number to account-number
           compute account-balance = 0 - ldd-principal
           move 0 to overdraft-limit
           move current-run-date to last-posted-date
           move loan-customer-number to account-customer-number
           set loan-account to true
           write account-record
               invalid key
                   move "N" to drawdown-valid-flag
                   display "Loan " ldd-account-number
                       " rejected - account number already on the "
                       "master"
               not invalid key
                   move 0 to balance-before-posting
                   move ldd-annual-rate to jnl-rate-applied
                   perform write-advance-journal-entry
           end-write
           .

       write-loan-terms section.
           move spaces to loan-master-record
           move ldd-account-number to ln-account-number
           move ldd-repay-from-account to ln-repay-from-account
           move ldd-principal to ln-principal
           move ldd-annual-rate to ln-annual-rate
           move ldd-term-months to ln-term-months
           move ldd-repayment-day to ln-repayment-day
           move current-run-date to ln-drawdown-date
           move level-instalment to ln-instalment-amount
           move current-run-date to schedule-due-date
           perform advance-schedule-due-date
           move schedule-due-date to ln-next-due-date
           move 0 to ln-instalments-paid
           move current-run-date to ln-interest-paid-to
           set ln-loan-active to true
           write loan-master-record
               invalid key
                   *> a loan number reused after settlement - the old
                   *> terms give way to the new agreement
                   rewrite loan-master-record
           end-write
           .

       pay-advance-to-current-account section.
           move ldd-repay-from-account to account-number
           read accounts-master-data
           move account-balance to balance-before-posting
           add ldd-principal to account-balance
           rewrite account-record
           move 0 to jnl-rate-applied
           perform write-advance-journal-entry
           .

       write-advance-journal-entry section.
           move account-number to jnl-account-number
           move "A" to jnl-posting-type
           move current-run-date to jnl-posting-date
           compute jnl-posting-amount =
               account-balance - balance-before-posting
           move balance-before-posting to jnl-balance-before
           move account-balance to jnl-balance-after
           write interest-journal-record
           .

       advance-schedule-due-date section.
           *> the repayment day in the following month
           move schedule-due-date (5:2) to due-month
           move schedule-due-date (1:4) to due-year
           add 1 to due-month
           if due-month > 12
               move 1 to due-month
               add 1 to due-year
           end-if
           move due-year  to schedule-due-date (1:4)
           move due-month to schedule-due-date (5:2)
           move ldd-repayment-day to schedule-due-date (7:2)
           .

       print-amortisation-table section.
           move spaces to rw-line-text
           perform call-report-writer
           move ldd-principal to formatted-balance
           move ldd-annual-rate to formatted-rate
           move spaces to rw-line-text
           string "LOAN " ldd-account-number "  CUSTOMER "
               loan-customer-number "  ADVANCE " formatted-balance
               "  RATE " formatted-rate "  TERM " ldd-term-months
               " MONTHS"
               delimited by size into rw-line-text
           perform call-report-writer
           move level-instalment to formatted-payment
           move spaces to rw-line-text
           string "DRAWN " current-run-date "  PAID INTO "
               ldd-repay-from-account "  INSTALMENT "
               formatted-payment " ON DAY " ldd-repayment-day
               " OF EACH MONTH"
               delimited by size into rw-line-text
           perform call-report-writer
           move "   NO  DUE DATE     INSTALMENT      INTEREST"
               & "       CAPITAL   BALANCE OWED" to rw-line-text
           perform call-report-writer
           move ldd-principal to schedule-balance
           move current-run-date to schedule-due-date
           move 0 to schedule-month
           move 0 to schedule-total-paid
           move 0 to schedule-total-interest
           perform until schedule-balance = 0
               perform print-one-schedule-line
           end-perform
           move schedule-total-paid to formatted-payment
           move schedule-total-interest to formatted-interest
           move spaces to rw-line-text
           string "  TOTAL REPAYABLE    " formatted-payment " "
               formatted-interest
               delimited by size into rw-line-text
           perform call-report-writer
           .

       print-one-schedule-line section.
           add 1 to schedule-month
           perform advance-schedule-due-date
           compute schedule-interest rounded =
               schedule-balance * ldd-annual-rate / 12
           if schedule-month >= ldd-term-months
                   or schedule-balance + schedule-interest
                       <= level-instalment
               compute schedule-payment =
                   schedule-balance + schedule-interest
           else
               move level-instalment to schedule-payment
           end-if
           compute schedule-capital =
               schedule-payment - schedule-interest
           subtract schedule-capital from schedule-balance
           add schedule-payment to schedule-total-paid
           add schedule-interest to schedule-total-interest
           move schedule-month to formatted-month
           move schedule-payment to formatted-payment
           move schedule-interest to formatted-interest
           move schedule-capital to formatted-capital
           move schedule-balance to formatted-balance
           move spaces to rw-line-text
           string "  " formatted-month "  " schedule-due-date " "
               formatted-payment " " formatted-interest " "
               formatted-capital " " formatted-balance
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
           move loans-drawn to rcl-records-written
           move drawdowns-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
