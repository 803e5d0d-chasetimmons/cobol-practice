       input-output section.
           select loan-master-data assign "loan-accounts.dat"
               organization indexed
               access dynamic
               record key ln-account-number
               file status loan-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

           select uncleared-funds-data assign "uncleared-funds.txt"
               organization sequential
               file status uncleared-file-status-code.

       file section.
       FD  loan-master-data.    *> terms and next due date per loan
       01  loan-master-record.
           copy loan-record.

       FD  accounts-master-data.    *> the loan and the current
                                     *> account it is repaid from
       01  account-record.
           copy account-record.

       FD  interest-journal-data.    *> the instalment's interest and
                                      *> capital as separate lines
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

       FD  uncleared-funds-data.    *> deposits not yet spendable -
                                     *> an instalment must not draw on
                                     *> them
       01  uncleared-funds-record.
           copy uncleared-record.

       working-storage section.
      *> runs daily alongside the standing orders, taking every
      *> instalment that has fallen due.  An instalment is paid whole
      *> from the linked current account or not at all - the test is
      *> the same cleared-funds-plus-overdraft rule a withdrawal
      *> meets.  Paid, it leaves on the journal as:
      *>   R  the instalment out of the current account
      *>   N  the month's interest charged to the loan
      *>   Q  the interest part of the instalment paid off it
      *>   P  the capital part of the instalment paid off it
      *> so the loan's balance is always the capital still owed.
      *> Unpaid, the due date stands, the loan goes on the arrears
      *> report and tomorrow's run tries again
       78  MAX-UNCLEARED-ROWS      value 300.
       01  uncleared-row-table.
           05  uncleared-row-entry     occurs MAX-UNCLEARED-ROWS
                                        indexed by uncleared-index.
               10  unt-account-number  pic 9(6).
               10  unt-amount          pic 9(7)V9(2).
       01  uncleared-row-count     pic 9(3) value 0.
       01  uncleared-file-status-code.
           05  uncleared-status-key-1 pic X.
           05  uncleared-status-key-2 pic X.
       01  end-of-uncleared        pic 9.
       01  uncleared-sum           pic 9(8)V9(2).
       01  projected-available     pic S9(8)V9(2).
       01  available-to-pay        pic S9(8)V9(2).
       01  end-of-file             pic 9.
       01  loan-file-status-code.
           05  loan-status-key-1   pic X.
           05  loan-status-key-2   pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.

       01  current-run-date        pic 9(8).
       01  balance-before-posting  pic S9(7)V9(2).
       01  capital-owed            pic 9(7)V9(2).
       01  instalment-interest     pic 9(7)V9(2).
       01  instalment-capital      pic 9(7)V9(2).
       01  instalment-due          pic 9(7)V9(2).
       01  instalment-outcome-flag pic X.
           88  instalment-was-paid     value "P".
           88  instalment-in-arrears   value "A".
           88  instalment-not-taken    value "X".
       01  days-in-arrears         pic 9(5).
       01  due-month               pic 9(2).
       01  due-year                pic 9(4).

       01  instalments-paid        pic 9(4) value 0.
       01  loans-in-arrears        pic 9(4) value 0.
       01  loans-settled           pic 9(4) value 0.
       01  loans-not-yet-due       pic 9(4) value 0.
       01  total-interest-taken    pic 9(8)V9(2) value 0.
       01  total-capital-taken     pic 9(8)V9(2) value 0.
       01  total-arrears           pic 9(8)V9(2) value 0.

       01  formatted-amount        pic ZZ,ZZZ,ZZ9.99.
       01  formatted-available     pic -Z,ZZZ,ZZ9.99.
       01  formatted-days          pic ZZZZ9.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "LoanRepaymentRun".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to current-run-date
           perform load-uncleared-rows
           open i-o loan-master-data
           if loan-status-key-1 not = "0"
               display "No loans on file - status "
                   loan-file-status-code
               close loan-master-data
               perform write-run-control-end
               goback
           end-if
           open i-o accounts-master-data
           open extend interest-journal-data
           move "O" to rw-action
           move "loan-arrears.prt" to rw-print-file-name
           move "LOAN ARREARS" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "  LOAN    CUSTOMER  REPAY FROM  DUE DATE  DAYS"
               & "     INSTALMENT  AVAILABLE NOW" to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read loan-master-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform consider-one-loan
               end-read
           end-perform
           move "T" to rw-action
           move total-arrears to formatted-amount
           move spaces to rw-line-text
           string "LOANS IN ARREARS " loans-in-arrears
               "  INSTALMENTS UNPAID " formatted-amount
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close loan-master-data
           close accounts-master-data
           close interest-journal-data
           display instalments-paid " instalments taken ("
               total-interest-taken " interest, "
               total-capital-taken " capital), "
               loans-settled " loans paid off, "
               loans-in-arrears " in arrears, "
               loans-not-yet-due " not yet due"
           if loans-in-arrears > 0
               display "See loan-arrears.prt for the arrears list"
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       consider-one-loan section.
           if not ln-loan-active
               exit section
           end-if
           if ln-next-due-date > current-run-date
               add 1 to loans-not-yet-due
               exit section
           end-if
           *> a loan more than a month behind catches up as far as the
           *> current account will stand
           set instalment-was-paid to true
           perform take-one-instalment
               until not instalment-was-paid
                   or ln-next-due-date > current-run-date
                   or ln-loan-settled
           rewrite loan-master-record
               invalid key
                   display "Could not update loan " ln-account-number
                       " - status " loan-file-status-code
           end-rewrite
           .

       take-one-instalment section.
           move ln-account-number to account-number
           read accounts-master-data
               invalid key
                   set instalment-not-taken to true
                   display "Loan " ln-account-number
                       " has no balance on accounts.dat - skipped"
                   exit section
           end-read
           compute capital-owed = 0 - account-balance
           if capital-owed not > 0
               *> paid off over the counter since the last instalment
               set instalment-not-taken to true
               set ln-loan-settled to true
               add 1 to loans-settled
               display "Loan " ln-account-number
                   " already cleared - marked paid off"
               exit section
           end-if
           compute instalment-interest rounded =
               capital-owed * ln-annual-rate / 12
           if ln-instalments-paid + 1 >= ln-term-months
                   or capital-owed + instalment-interest
                       <= ln-instalment-amount
               compute instalment-due =
                   capital-owed + instalment-interest
           else
               move ln-instalment-amount to instalment-due
           end-if
           compute instalment-capital =
               instalment-due - instalment-interest
           perform check-current-account-funds
           if not instalment-was-paid
               exit section
           end-if
           *> the current account is the record in hand - take the
           *> instalment out of it first
           move account-balance to balance-before-posting
           subtract instalment-due from account-balance
           rewrite account-record
           move "R" to jnl-posting-type
           move 0 to jnl-rate-applied
           perform write-loan-journal-entry
           *> then charge and pay off the loan
           move ln-account-number to account-number
           read accounts-master-data
           move account-balance to balance-before-posting
           subtract instalment-interest from account-balance
           move "N" to jnl-posting-type
           move ln-annual-rate to jnl-rate-applied
           perform write-loan-journal-entry
           move account-balance to balance-before-posting
           add instalment-interest to account-balance
           move "Q" to jnl-posting-type
           perform write-loan-journal-entry
           move account-balance to balance-before-posting
           add instalment-capital to account-balance
           move "P" to jnl-posting-type
           perform write-loan-journal-entry
           move current-run-date to last-posted-date
           rewrite account-record
           add 1 to instalments-paid
           add instalment-interest to total-interest-taken
           add instalment-capital to total-capital-taken
           add 1 to ln-instalments-paid
           move ln-next-due-date to ln-interest-paid-to
           if account-balance = 0
               set ln-loan-settled to true
               add 1 to loans-settled
               display "Loan " ln-account-number " paid off"
           else
               perform advance-next-due-date
           end-if
           .

       check-current-account-funds section.
           move ln-repay-from-account to account-number
           read accounts-master-data
               invalid key
                   set instalment-in-arrears to true
                   move 0 to available-to-pay
                   perform report-loan-arrears
                   exit section
           end-read
           perform sum-uncleared-for-account
           compute available-to-pay =
               account-balance - uncleared-sum + overdraft-limit
           compute projected-available =
               account-balance - uncleared-sum - instalment-due
           if projected-available < 0
                   and function abs (projected-available)
                       > overdraft-limit
               set instalment-in-arrears to true
               perform report-loan-arrears
           else
               set instalment-was-paid to true
           end-if
           .

       report-loan-arrears section.
           add 1 to loans-in-arrears
           add instalment-due to total-arrears
           compute days-in-arrears =
               function integer-of-date (current-run-date)
               - function integer-of-date (ln-next-due-date)
           move days-in-arrears to formatted-days
           move instalment-due to formatted-amount
           move available-to-pay to formatted-available
           move spaces to rw-line-text
           string "  " ln-account-number "  " account-customer-number
               "    " ln-repay-from-account "      " ln-next-due-date
               " " formatted-days "  " formatted-amount "  "
               formatted-available
               delimited by size into rw-line-text
           perform call-report-writer
           display "Loan " ln-account-number " in arrears - "
               "instalment of " instalment-due " due "
               ln-next-due-date " not covered on "
               ln-repay-from-account
           .

       load-uncleared-rows section.
           open input uncleared-funds-data
           if uncleared-status-key-1 = "0"
               set end-of-uncleared to 1 *> FALSE
               perform until end-of-uncleared = 0 *> TRUE
                   read uncleared-funds-data
                       at end
                           set end-of-uncleared to 0 *> TRUE
                       not at end
                           if uncleared-row-count
                                   < MAX-UNCLEARED-ROWS
                               add 1 to uncleared-row-count
                               move unc-account-number to
                                   unt-account-number
                                       (uncleared-row-count)
                               move unc-amount to
                                   unt-amount (uncleared-row-count)
                           end-if
                   end-read
               end-perform
           end-if
           close uncleared-funds-data
           .

       sum-uncleared-for-account section.
           move 0 to uncleared-sum
           perform varying uncleared-index from 1 by 1
                   until uncleared-index > uncleared-row-count
               if unt-account-number (uncleared-index)
                       = account-number
                   add unt-amount (uncleared-index)
                       to uncleared-sum
               end-if
           end-perform
           .

       write-loan-journal-entry section.
           move account-number to jnl-account-number
           move current-run-date to jnl-posting-date
           compute jnl-posting-amount =
               account-balance - balance-before-posting
           move balance-before-posting to jnl-balance-before
           move account-balance to jnl-balance-after
           write interest-journal-record
           .

       advance-next-due-date section.
           *> the repayment day in the following month
           move ln-next-due-date (5:2) to due-month
           move ln-next-due-date (1:4) to due-year
           add 1 to due-month
           if due-month > 12
               move 1 to due-month
               add 1 to due-year
           end-if
           move due-year  to ln-next-due-date (1:4)
           move due-month to ln-next-due-date (5:2)
           move ln-repayment-day to ln-next-due-date (7:2)
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
           move instalments-paid to rcl-records-written
           move loans-in-arrears to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
