       input-output section.
           select expense-approved-data assign "expense-approved.txt"
               organization sequential
               file status approved-file-status-code.

           select expense-reimbursed-data
               assign "expense-reimbursed.txt"
               organization sequential
               file status paid-file-status-code.

       file section.
       FD  expense-approved-data.    *> every claim passed for payment
       01  expense-approved-record.
           copy expense-claim-record.

       FD  expense-reimbursed-data.    *> the claims the pay runs have
                                        *> paid back
       01  expense-reimbursed-record.
           copy expense-paid-record.

       working-storage section.
      *> the month's approved staff expenses by category, for the
      *> owner and the bookkeeper - what was claimed in the month,
      *> how much of it the pay runs have paid back so far and how
      *> much is still to go out with the next one
       78  MAX-PAID-CLAIMS         value 5000.
       01  paid-claim-table.
           05  paid-claim-number       pic 9(6)
                                        occurs MAX-PAID-CLAIMS
                                        indexed by paid-index.
       01  paid-claim-count        pic 9(4) value 0.
       01  claim-paid-flag         pic X.
           88  claim-was-paid          value "Y".

       78  MAX-CATEGORIES          value 20.
       01  category-table.
           05  category-entry          occurs MAX-CATEGORIES
                                        indexed by category-index.
               10  cat-category        pic X(4).
               10  cat-claims          pic 9(5).
               10  cat-amount          pic 9(8)V9(2).
               10  cat-paid            pic 9(8)V9(2).
               10  cat-unpaid          pic 9(8)V9(2).
       01  category-count          pic 9(2) value 0.
       01  found-category-index    pic 9(2).

       01  report-month            pic 9(6).
       01  end-of-file             pic 9.
       01  approved-file-status-code.
           05  approved-status-key-1 pic X.
           05  approved-status-key-2 pic X.
       01  paid-file-status-code.
           05  paid-status-key-1   pic X.
           05  paid-status-key-2   pic X.

       01  total-claims            pic 9(5) value 0.
       01  total-amount            pic 9(8)V9(2) value 0.
       01  total-paid              pic 9(8)V9(2) value 0.
       01  total-unpaid            pic 9(8)V9(2) value 0.
       01  formatted-amount        pic ZZ,ZZZ,ZZ9.99.
       01  formatted-paid          pic ZZ,ZZZ,ZZ9.99.
       01  formatted-unpaid        pic ZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "ExpensesReport".

       procedure division.
           copy run-banner.
           display "Expenses for which month (CCYYMM)?"
           accept report-month
           perform load-paid-claims
           open input expense-approved-data
           if approved-status-key-1 not = "0"
               display "No expense-approved.txt - no expenses to report"
               close expense-approved-data
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read expense-approved-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       if exc-claim-date (1:6) = report-month
                           perform tally-one-claim
                       end-if
               end-read
           end-perform
           close expense-approved-data
           perform print-category-totals
           perform write-run-control-end
           goback
           .

       load-paid-claims section.
           open input expense-reimbursed-data
           if paid-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read expense-reimbursed-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-paid-claim
                   end-read
               end-perform
           end-if
           close expense-reimbursed-data
           .

       hold-one-paid-claim section.
           if paid-claim-count >= MAX-PAID-CLAIMS
               display "Paid claim table is full at "
                   MAX-PAID-CLAIMS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to paid-claim-count
           move exr-claim-number to paid-claim-number (paid-claim-count)
           .

       tally-one-claim section.
           move 0 to found-category-index
           perform varying category-index from 1 by 1
                   until category-index > category-count
                       or found-category-index > 0
               if cat-category (category-index) = exc-category
                   set found-category-index to category-index
               end-if
           end-perform
           if found-category-index = 0
               if category-count >= MAX-CATEGORIES
                   display "Category table is full at "
                       MAX-CATEGORIES " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to category-count
               move category-count to found-category-index
               move exc-category to cat-category (found-category-index)
               move 0 to cat-claims (found-category-index)
               move 0 to cat-amount (found-category-index)
               move 0 to cat-paid (found-category-index)
               move 0 to cat-unpaid (found-category-index)
           end-if
           move "N" to claim-paid-flag
           perform varying paid-index from 1 by 1
                   until paid-index > paid-claim-count
                       or claim-was-paid
               if paid-claim-number (paid-index) = exc-claim-number
                   set claim-was-paid to true
               end-if
           end-perform
           add 1 to cat-claims (found-category-index)
           add exc-amount to cat-amount (found-category-index)
           if claim-was-paid
               add exc-amount to cat-paid (found-category-index)
           else
               add exc-amount to cat-unpaid (found-category-index)
           end-if
           .

       print-category-totals section.
           move "O" to rw-action
           move "expenses-by-category.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "STAFF EXPENSES BY CATEGORY FOR " report-month
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "CATEGORY  CLAIMS         AMOUNT           PAID"
               "         UNPAID"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying category-index from 1 by 1
                   until category-index > category-count
               add cat-claims (category-index) to total-claims
               add cat-amount (category-index) to total-amount
               add cat-paid (category-index) to total-paid
               add cat-unpaid (category-index) to total-unpaid
               move cat-amount (category-index) to formatted-amount
               move cat-paid (category-index) to formatted-paid
               move cat-unpaid (category-index) to formatted-unpaid
               move spaces to rw-line-text
               string cat-category (category-index) "      "
                   cat-claims (category-index) "  " formatted-amount
                   "  " formatted-paid "  " formatted-unpaid
                   delimited by size into rw-line-text
               perform call-report-writer
           end-perform
           move "T" to rw-action
           move total-amount to formatted-amount
           move total-paid to formatted-paid
           move total-unpaid to formatted-unpaid
           move spaces to rw-line-text
           string "TOTAL     " total-claims "  " formatted-amount "  "
               formatted-paid "  " formatted-unpaid
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display total-claims " claims for " report-month
               " on expenses-by-category.prt"
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
           move category-count to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
