       input-output section.
           select expense-claim-data assign "expense-claims.txt"
               organization sequential
               file status claim-file-status-code.

           select expense-limit-data assign "expense-limits.txt"
               organization sequential
               file status limit-file-status-code.

           select salary-data assign "salary-data.txt"
               organization sequential
               file status salary-file-status-code.

           select expense-approved-data assign "expense-approved.txt"
               organization sequential
               file status approved-file-status-code.

       file section.
       FD  expense-claim-data.    *> the claims keyed since the last
                                   *> run, in place of cash from the
                                   *> till
       01  expense-claim-record.
           copy expense-claim-record.

       FD  expense-limit-data.    *> the most one claim may be in each
                                   *> category, and the mileage rate
       01  expense-limit-record.
           05  exl-category        pic X(4).
           05  filler              pic X.
           05  exl-claim-limit     pic 9(5)V9(2).
           05  filler              pic X.
           05  exl-mileage-rate    pic 9V9(2).

       FD  salary-data.    *> the claimant must be on the payroll
       01  salary-record.
           copy salary-record.

       FD  expense-approved-data.    *> claims passed for the pay run
       01  expense-approved-record.
           copy expense-claim-record.

       working-storage section.
      *> expense claims validated and approved for reimbursement
      *> through the pay run.  A claim passes when the claimant is on
      *> the payroll on the claim date, the date is a real one no
      *> older than the claim window and not in the future, the
      *> category is known and the amount - mileage priced from the
      *> miles at the rate - is inside the category's limit, someone
      *> other than the claimant signed it off, and its number has
      *> not been approved before.  Anything else is listed back with
      *> its reason and return code 4
       78  MAX-CLAIM-AGE-DAYS      value 90.
      *> the limits if expense-limits.txt is missing
       01  default-limit-values.
           05  filler              pic X(14) value "MILE0050000045".
           05  filler              pic X(14) value "MATL0025000000".
           05  filler              pic X(14) value "TRVL0030000000".
           05  filler              pic X(14) value "SUBS0005000000".
           05  filler              pic X(14) value "OTHR0010000000".
       01  default-limit-table redefines default-limit-values.
           05  default-limit-entry     occurs 5.
               10  dlm-category        pic X(4).
               10  dlm-claim-limit     pic 9(5)V9(2).
               10  dlm-mileage-rate    pic 9V9(2).
       78  DEFAULT-LIMIT-COUNT     value 5.
       78  MAX-LIMIT-LINES         value 20.
       01  limit-table.
           05  limit-entry             occurs MAX-LIMIT-LINES
                                        indexed by limit-index.
               10  lmt-category        pic X(4).
               10  lmt-claim-limit     pic 9(5)V9(2).
               10  lmt-mileage-rate    pic 9V9(2).
       01  limit-line-count        pic 9(2) value 0.
       01  found-limit-index       pic 9(2).

       78  MAX-PAYROLL-STAFF       value 200.
       01  staff-table.
           05  staff-entry             occurs MAX-PAYROLL-STAFF
                                        indexed by staff-index.
               10  stf-emp-id          pic 9(5).
               10  stf-start-date      pic 9(8).
               10  stf-leave-date      pic 9(8).
       01  staff-count             pic 9(3) value 0.
       01  found-staff-index       pic 9(3).

       78  MAX-APPROVED-CLAIMS     value 5000.
       01  approved-claim-table.
           05  approved-claim-number   pic 9(6)
                                        occurs MAX-APPROVED-CLAIMS
                                        indexed by approved-index.
       01  approved-claim-count    pic 9(4) value 0.
       01  claim-seen-flag         pic X.
           88  claim-already-approved  value "Y".

       01  end-of-file             pic 9.
       01  claim-file-status-code.
           05  claim-status-key-1  pic X.
           05  claim-status-key-2  pic X.
       01  limit-file-status-code.
           05  limit-status-key-1  pic X.
           05  limit-status-key-2  pic X.
       01  salary-file-status-code.
           05  salary-status-key-1 pic X.
           05  salary-status-key-2 pic X.
       01  approved-file-status-code.
           05  approved-status-key-1 pic X.
           05  approved-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  oldest-claim-date       pic 9(8).
       01  claim-amount            pic 9(5)V9(2).
       01  rejection-reason        pic X(50).
       01  claims-read             pic 9(5) value 0.
       01  claims-approved         pic 9(5) value 0.
       01  claims-rejected         pic 9(5) value 0.
       01  approved-total          pic 9(8)V9(2) value 0.
       01  formatted-amount        pic ZZ,ZZ9.99.
       01  formatted-limit         pic ZZ,ZZ9.99.
       01  formatted-total         pic ZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ExpenseApproval".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           compute oldest-claim-date = function date-of-integer (
               function integer-of-date (run-date-today)
               - MAX-CLAIM-AGE-DAYS)
           perform load-expense-limits
           perform load-payroll-staff
           perform load-approved-claims
           open input expense-claim-data
           if claim-status-key-1 not = "0"
               display "No expense-claims.txt - no claims to approve"
               close expense-claim-data
               perform write-run-control-end
               goback
           end-if
           open extend expense-approved-data
           if approved-status-key-1 = "3"
               open output expense-approved-data
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read expense-claim-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to claims-read
                       perform check-one-claim
               end-read
           end-perform
           close expense-claim-data
           close expense-approved-data
           move approved-total to formatted-total
           display claims-approved " claims approved for "
               formatted-total " to expense-approved.txt, "
               claims-rejected " rejected"
           if claims-rejected > 0
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       load-expense-limits section.
           open input expense-limit-data
           if limit-status-key-1 not = "0"
               display "No expense-limits.txt - the standard limits "
                   "apply"
               close expense-limit-data
               perform varying limit-index from 1 by 1
                       until limit-index > DEFAULT-LIMIT-COUNT
                   add 1 to limit-line-count
                   move dlm-category (limit-index)
                       to lmt-category (limit-line-count)
                   move dlm-claim-limit (limit-index)
                       to lmt-claim-limit (limit-line-count)
                   move dlm-mileage-rate (limit-index)
                       to lmt-mileage-rate (limit-line-count)
               end-perform
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read expense-limit-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if limit-line-count >= MAX-LIMIT-LINES
                           display "Limit table is full at "
                               MAX-LIMIT-LINES
                               " - raise the limit and re-run"
                           move 16 to return-code
                           close expense-limit-data
                           perform write-run-control-end
                           stop run
                       end-if
                       add 1 to limit-line-count
                       move exl-category
                           to lmt-category (limit-line-count)
                       move exl-claim-limit
                           to lmt-claim-limit (limit-line-count)
                       move exl-mileage-rate
                           to lmt-mileage-rate (limit-line-count)
               end-read
           end-perform
           close expense-limit-data
           .

       load-payroll-staff section.
           open input salary-data
           if salary-status-key-1 not = "0"
               display "No salary-data.txt - no claim can be approved"
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
                       move emp-start-date
                           to stf-start-date (staff-count)
                       move emp-leave-date
                           to stf-leave-date (staff-count)
               end-read
           end-perform
           close salary-data
           .

       load-approved-claims section.
           open input expense-approved-data
           if approved-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read expense-approved-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-approved-claim
                   end-read
               end-perform
           end-if
           close expense-approved-data
           .

       hold-one-approved-claim section.
           if approved-claim-count >= MAX-APPROVED-CLAIMS
               display "Approved claim table is full at "
                   MAX-APPROVED-CLAIMS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to approved-claim-count
           move exc-claim-number of expense-approved-record
               to approved-claim-number (approved-claim-count)
           .

       check-one-claim section.
           move spaces to rejection-reason
           move "N" to claim-seen-flag
           perform varying approved-index from 1 by 1
                   until approved-index > approved-claim-count
                       or claim-already-approved
               if approved-claim-number (approved-index)
                       = exc-claim-number of expense-claim-record
                   set claim-already-approved to true
               end-if
           end-perform
           if claim-already-approved
               move "claim number already approved"
                   to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           if exc-claim-date of expense-claim-record not numeric
                   or function test-date-yyyymmdd
                       (exc-claim-date of expense-claim-record) not = 0
               move "claim date is not a valid date"
                   to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           if exc-claim-date of expense-claim-record > run-date-today
               move "claim date is in the future" to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           if exc-claim-date of expense-claim-record
                   < oldest-claim-date
               move "claim is older than the claim window"
                   to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           move 0 to found-staff-index
           perform varying staff-index from 1 by 1
                   until staff-index > staff-count
                       or found-staff-index > 0
               if stf-emp-id (staff-index)
                       = exc-emp-id of expense-claim-record
                   set found-staff-index to staff-index
               end-if
           end-perform
           if found-staff-index = 0
               move "claimant is not on the payroll"
                   to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           if exc-claim-date of expense-claim-record
                   < stf-start-date (found-staff-index)
               or (stf-leave-date (found-staff-index) not = 0
                   and exc-claim-date of expense-claim-record
                       > stf-leave-date (found-staff-index))
               move "claim date is outside the claimant's employment"
                   to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           if exc-approver of expense-claim-record = spaces
               move "no approver on the claim" to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           if exc-approver of expense-claim-record (1:5)
                   = exc-emp-id of expense-claim-record
               move "claimant cannot approve their own claim"
                   to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           move 0 to found-limit-index
           perform varying limit-index from 1 by 1
                   until limit-index > limit-line-count
                       or found-limit-index > 0
               if lmt-category (limit-index)
                       = exc-category of expense-claim-record
                   set found-limit-index to limit-index
               end-if
           end-perform
           if found-limit-index = 0
               move "unknown expense category" to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           if exc-mileage-claim of expense-claim-record
               compute claim-amount rounded =
                   exc-miles of expense-claim-record
                   * lmt-mileage-rate (found-limit-index)
           else
               move exc-amount of expense-claim-record
                   to claim-amount
           end-if
           if claim-amount = 0
               move "claim is for nothing" to rejection-reason
               perform reject-one-claim
               exit section
           end-if
           if claim-amount > lmt-claim-limit (found-limit-index)
               move lmt-claim-limit (found-limit-index)
                   to formatted-limit
               string "over the category limit of " formatted-limit
                   delimited by size into rejection-reason
               perform reject-one-claim
               exit section
           end-if
           perform approve-one-claim
           .

       approve-one-claim section.
           move expense-claim-record to expense-approved-record
           move claim-amount to exc-amount of expense-approved-record
           move run-date-today
               to exc-approved-date of expense-approved-record
           if approved-claim-count >= MAX-APPROVED-CLAIMS
               display "Approved claim table is full at "
                   MAX-APPROVED-CLAIMS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to approved-claim-count
           move exc-claim-number of expense-claim-record
               to approved-claim-number (approved-claim-count)
           write expense-approved-record
           add 1 to claims-approved
           add claim-amount to approved-total
           move claim-amount to formatted-amount
           display "Claim " exc-claim-number of expense-claim-record
               " employee " exc-emp-id of expense-claim-record " "
               exc-category of expense-claim-record " "
               formatted-amount " approved"
           .

       reject-one-claim section.
           add 1 to claims-rejected
           add 1 to rcl-records-rejected
           display "Claim " exc-claim-number of expense-claim-record
               " employee " exc-emp-id of expense-claim-record
               " rejected - " rejection-reason
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move claims-read to rcl-records-read
           move claims-approved to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
