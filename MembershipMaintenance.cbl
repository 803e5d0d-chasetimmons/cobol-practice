       input-output section.
           select membership-data assign "membership.dat"
               organization indexed
               access dynamic
               record key mbr-observer-id
               file status membership-file-status-code.

           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

           select customer-master-data assign "customer-data.dat"
               organization indexed
               access dynamic
               record key cst-customer-number
               file status customer-file-status-code.

           select membership-transaction-data
               assign "membership-trans.txt"
               organization sequential
               file status membership-trans-file-status-code.

           select membership-audit-data
               assign "membership-audit.txt"
               organization sequential
               file status membership-audit-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

       file section.
       FD  membership-data.    *> one membership per paying observer
       01  membership-record.
           copy membership-record.

       FD  observer-master-data.    *> every member must be an observer
       01  observer-record.
           copy observer-record.

       FD  customer-master-data.    *> the customer an account-billed
                                     *> member pays through
       01  customer-master-record.
           05  cst-customer-number     pic 9(6).
           05  filler                  pic X.
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       FD  membership-transaction-data.    *> the treasurer's changes
       01  membership-transaction-record.
           05  mbt-code                pic X.
               88  mbt-add                 value "A" "a".
               88  mbt-change              value "C" "c".
               88  mbt-delete              value "D" "d".
               88  mbt-payment             value "P" "p".
           05  filler                  pic X.
           05  mbt-observer-id         pic 9(4).
           05  filler                  pic X.
           05  mbt-customer-number     pic 9(6).
           05  filler                  pic X.
           05  mbt-membership-type     pic X.
           05  filler                  pic X.
           05  mbt-annual-rate         pic 9(5)V9(2).
           05  filler                  pic X.
           05  mbt-renewal-date        pic 9(8).
           05  filler                  pic X.
           05  mbt-paid-to-date        pic 9(8).
           05  filler                  pic X.
           05  mbt-billing-method      pic X.

       FD  membership-audit-data.    *> before/after image of every
                                      *> change and every payment
       01  membership-audit-record.
           05  mba-action-code         pic X.
           05  filler                  pic X.
           05  mba-observer-id         pic 9(4).
           05  filler                  pic X.
           05  mba-old-image           pic X(76).
           05  filler                  pic X.
           05  mba-new-image           pic X(76).
           05  filler                  pic X.
           05  mba-timestamp           pic X(21).

       FD  interest-journal-data.    *> AccountMaintenance's postings -
                                      *> where an account-billed
                                      *> subscription is seen paid
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

       working-storage section.
      *> membership upkeep for the treasurer.  A, C and D keep the
      *> membership; P records a subscription paid outside the
      *> accounts system - a cheque against a paper invoice.  After
      *> the transactions, every subscription SubscriptionRenewal
      *> raised against an account is looked for on the journal: the
      *> withdrawal AccountMaintenance posted for it is the proof of
      *> payment, so the membership and the bank side reconcile
       78  MAX-OUTSTANDING-BILLS   value 500.
       01  outstanding-bill-table.
           05  outstanding-bill-entry  occurs MAX-OUTSTANDING-BILLS
                                        indexed by bill-index.
               10  obl-observer-id     pic 9(4).
               10  obl-account-number  pic 9(6).
               10  obl-amount          pic 9(5)V9(2).
               10  obl-billed-date     pic 9(8).
               10  obl-paid-flag       pic X.
                   88  obl-paid            value "Y".
       01  outstanding-bill-count  pic 9(3) value 0.
       01  bill-matched-flag       pic X.
           88  bill-was-matched        value "Y".

       01  end-of-transactions     pic 9.
       01  end-of-file             pic 9.
       01  membership-file-status-code.
           05  membership-status-key-1 pic X.
           05  membership-status-key-2 pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.
       01  membership-trans-file-status-code.
           05  membership-trans-status-key-1 pic X.
           05  membership-trans-status-key-2 pic X.
       01  membership-audit-file-status-code.
           05  membership-audit-status-key-1 pic X.
           05  membership-audit-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.

       01  old-membership-image    pic X(76).
       01  membership-valid-flag   pic X value "Y".
           88  membership-is-valid     value "Y".
           88  membership-is-invalid   value "N".
       01  membership-reject-reason pic X(40).
       01  check-date              pic 9(8).
       01  check-date-parts redefines check-date.
           05  check-year          pic 9(4).
           05  check-month         pic 9(2).
           05  check-day           pic 9(2).
       01  check-date-valid-flag   pic X.
           88  check-date-is-valid     value "Y".
       01  members-added           pic 9(4) value 0.
       01  members-changed         pic 9(4) value 0.
       01  members-deleted         pic 9(4) value 0.
       01  payments-recorded       pic 9(4) value 0.
       01  account-payments-seen   pic 9(4) value 0.
       01  members-rejected        pic 9(4) value 0.
       01  mb-error-source-program pic X(20)
                                       value "MembershipMaint".
       01  mb-error-paragraph      pic X(30) value spaces.
       01  mb-error-status-code    pic X(4)  value spaces.
       01  mb-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "MembershipMaint".

       procedure division.
           copy run-banner.
           open i-o membership-data
           if membership-status-key-1 = "3"
               *> first ever run - create the membership file
               open output membership-data
               close membership-data
               open i-o membership-data
           end-if
           open extend membership-audit-data
           perform process-membership-transactions
           perform collect-account-payments
           close membership-data
           close membership-audit-data
           display members-added " members added, "
               members-changed " changed, "
               members-deleted " deleted, "
               members-rejected " rejected"
           display payments-recorded " payments keyed, "
               account-payments-seen " seen paid on the accounts "
               "journal"
           perform write-run-control-end
           goback
           .

       process-membership-transactions section.
           open input membership-transaction-data
           if membership-trans-status-key-1 not = "0"
               close membership-transaction-data
               exit section
           end-if
           open input observer-master-data
           open input customer-master-data
           set end-of-transactions to 1 *> FALSE
           perform until end-of-transactions = 0 *> TRUE
               read membership-transaction-data
                   at end
                       set end-of-transactions to 0 *> TRUE
                   not at end
                       perform apply-membership-transaction
               end-read
           end-perform
           close membership-transaction-data
           close observer-master-data
           close customer-master-data
           .

       apply-membership-transaction section.
           move mbt-observer-id to mbr-observer-id
           evaluate true
               when mbt-add
                   perform add-membership
               when mbt-change
                   perform change-membership
               when mbt-delete
                   perform delete-membership
               when mbt-payment
                   perform record-keyed-payment
               when other
                   add 1 to members-rejected
                   display "Unknown membership transaction code "
                       mbt-code " for observer " mbt-observer-id
           end-evaluate
           .

       add-membership section.
           perform validate-membership
           if membership-is-invalid
               add 1 to members-rejected
               perform report-membership-reject
           else
               move spaces to membership-record
               move mbt-observer-id to mbr-observer-id
               perform move-transaction-to-membership
               move mbt-paid-to-date to mbr-paid-to-date
               if mbr-renewal-date = 0
                   *> the first renewal falls where the joining
                   *> payment runs out
                   move mbr-paid-to-date to mbr-renewal-date
               end-if
               set mbr-nothing-outstanding to true
               move 0 to mbr-billed-account
               move 0 to mbr-billed-amount
               move 0 to mbr-billed-date
               move 0 to mbr-billed-paid-to-date
               write membership-record
                   invalid key
                       add 1 to members-rejected
                       perform report-membership-file-status
                   not invalid key
                       add 1 to members-added
                       move spaces to old-membership-image
                       move "A" to mba-action-code
                       move mbt-observer-id to mba-observer-id
                       perform write-membership-audit
                       display "Member " mbt-observer-id " added"
               end-write
           end-if
           .

       change-membership section.
           perform validate-membership
           if membership-is-invalid
               add 1 to members-rejected
               perform report-membership-reject
           else
               read membership-data
                   invalid key
                       add 1 to members-rejected
                       perform report-membership-file-status
                   not invalid key
                       move membership-record to old-membership-image
                       perform move-transaction-to-membership
                       if mbt-paid-to-date > 0
                           move mbt-paid-to-date to mbr-paid-to-date
                       end-if
                       rewrite membership-record
                           invalid key
                               add 1 to members-rejected
                               perform report-membership-file-status
                           not invalid key
                               add 1 to members-changed
                               move "C" to mba-action-code
                               move mbt-observer-id to mba-observer-id
                               perform write-membership-audit
                               display "Member " mbt-observer-id
                                   " amended"
                       end-rewrite
               end-read
           end-if
           .

       delete-membership section.
           read membership-data
               invalid key
                   add 1 to members-rejected
                   perform report-membership-file-status
               not invalid key
                   move membership-record to old-membership-image
                   delete membership-data record
                       invalid key
                           add 1 to members-rejected
                           perform report-membership-file-status
                       not invalid key
                           add 1 to members-deleted
                           move spaces to membership-record
                           move "D" to mba-action-code
                           move mbt-observer-id to mba-observer-id
                           perform write-membership-audit
                           display "Member " mbt-observer-id
                               " deleted"
                   end-delete
           end-read
           .

       record-keyed-payment section.
           *> a cheque or cash against the subscription last raised -
           *> it pays membership to where that bill said
           read membership-data
               invalid key
                   add 1 to members-rejected
                   perform report-membership-file-status
               not invalid key
                   if not mbr-payment-outstanding
                       add 1 to members-rejected
                       display "Payment for member " mbt-observer-id
                           " rejected - no subscription outstanding"
                   else
                       move membership-record to old-membership-image
                       perform mark-subscription-paid
                       rewrite membership-record
                           invalid key
                               add 1 to members-rejected
                               perform report-membership-file-status
                           not invalid key
                               add 1 to payments-recorded
                               move "P" to mba-action-code
                               move mbt-observer-id to mba-observer-id
                               perform write-membership-audit
                               display "Member " mbt-observer-id
                                   " paid to " mbr-paid-to-date
                       end-rewrite
                   end-if
           end-read
           .

       mark-subscription-paid section.
           move mbr-billed-paid-to-date to mbr-paid-to-date
           set mbr-nothing-outstanding to true
           .

       move-transaction-to-membership section.
           move mbt-customer-number to mbr-customer-number
           move mbt-membership-type to mbr-membership-type
           move mbt-annual-rate to mbr-annual-rate
           move mbt-renewal-date to mbr-renewal-date
           move mbt-billing-method to mbr-billing-method
           .

       validate-membership section.
           set membership-is-valid to true
           move spaces to membership-reject-reason
           move mbt-observer-id to observer-id of observer-record
           read observer-master-data
               invalid key
                   set membership-is-invalid to true
                   move "observer is not on the observer master"
                       to membership-reject-reason
           end-read
           if membership-is-valid
               perform validate-membership-terms
           end-if
           .

       validate-membership-terms section.
           move mbt-membership-type to mbr-membership-type
           move mbt-billing-method to mbr-billing-method
           if not mbr-type-valid
               set membership-is-invalid to true
               move "type must be O, F, J or L"
                   to membership-reject-reason
           else
           if not mbr-billing-valid
               set membership-is-invalid to true
               move "billing method must be A or I"
                   to membership-reject-reason
           else
           if mbt-annual-rate not numeric
                   or (mbt-annual-rate = 0 and not mbr-life)
               set membership-is-invalid to true
               move "annual rate is missing"
                   to membership-reject-reason
           else
           if mbr-bill-by-account and mbt-customer-number = 0
               set membership-is-invalid to true
               move "account billing needs a customer number"
                   to membership-reject-reason
           else
               perform validate-customer-and-dates
           end-if
           end-if
           end-if
           end-if
           .

       validate-customer-and-dates section.
           if mbt-customer-number > 0
               move mbt-customer-number to cst-customer-number
               read customer-master-data
                   invalid key
                       set membership-is-invalid to true
                       move "customer is not on the customer master"
                           to membership-reject-reason
                       exit section
               end-read
           end-if
           if mbt-renewal-date > 0
               move mbt-renewal-date to check-date
               perform check-one-date
               if not check-date-is-valid
                   set membership-is-invalid to true
                   move "renewal date is not a date"
                       to membership-reject-reason
                   exit section
               end-if
           end-if
           if mbt-paid-to-date > 0
               move mbt-paid-to-date to check-date
               perform check-one-date
               if not check-date-is-valid
                   set membership-is-invalid to true
                   move "paid-to date is not a date"
                       to membership-reject-reason
                   exit section
               end-if
           end-if
           if mbt-add and mbt-renewal-date = 0 and mbt-paid-to-date = 0
                   and not mbr-life
               set membership-is-invalid to true
               move "a new member needs a renewal or paid-to date"
                   to membership-reject-reason
           end-if
           .

       check-one-date section.
           call "Subprogram" using by reference check-day
                                   by reference check-month
                                   by reference check-year
                                   by reference check-date-valid-flag
           .

       collect-account-payments section.
           *> load every account-billed subscription still
           *> outstanding, walk the journal once for the withdrawals
           *> that paid them, then mark each one found paid
           move 0 to outstanding-bill-count
           move 0 to mbr-observer-id
           start membership-data key is >= mbr-observer-id
               invalid key
                   exit section
           end-start
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read membership-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if mbr-payment-outstanding
                               and mbr-billed-account > 0
                           perform note-outstanding-bill
                       end-if
               end-read
           end-perform
           if outstanding-bill-count = 0
               exit section
           end-if
           open input interest-journal-data
           if journal-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read interest-journal-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if jnl-posting-type = "W"
                               perform match-journal-withdrawal
                           end-if
                   end-read
               end-perform
           end-if
           close interest-journal-data
           perform varying bill-index from 1 by 1
                   until bill-index > outstanding-bill-count
               if obl-paid (bill-index)
                   perform record-account-payment
               end-if
           end-perform
           .

       note-outstanding-bill section.
           if outstanding-bill-count >= MAX-OUTSTANDING-BILLS
               display "Outstanding-bill table is full at "
                   MAX-OUTSTANDING-BILLS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to outstanding-bill-count
           move mbr-observer-id
               to obl-observer-id (outstanding-bill-count)
           move mbr-billed-account
               to obl-account-number (outstanding-bill-count)
           move mbr-billed-amount to obl-amount (outstanding-bill-count)
           move mbr-billed-date
               to obl-billed-date (outstanding-bill-count)
           move "N" to obl-paid-flag (outstanding-bill-count)
           .

       match-journal-withdrawal section.
           *> the withdrawal posts as a negative movement of exactly
           *> the subscription, on or after the day it was raised
           move "N" to bill-matched-flag
           set bill-index to 1
           perform until bill-index > outstanding-bill-count
                   or bill-was-matched
               if not obl-paid (bill-index)
                       and obl-account-number (bill-index)
                           = jnl-account-number
                       and jnl-posting-amount
                           = 0 - obl-amount (bill-index)
                       and jnl-posting-date
                           >= obl-billed-date (bill-index)
                   set obl-paid (bill-index) to true
                   set bill-was-matched to true
               else
                   set bill-index up by 1
               end-if
           end-perform
           .

       record-account-payment section.
           move obl-observer-id (bill-index) to mbr-observer-id
           read membership-data
               invalid key
                   exit section
           end-read
           move membership-record to old-membership-image
           perform mark-subscription-paid
           rewrite membership-record
               invalid key
                   display "Could not mark member " mbr-observer-id
                       " paid - status " membership-file-status-code
               not invalid key
                   add 1 to account-payments-seen
                   move "J" to mba-action-code
                   move mbr-observer-id to mba-observer-id
                   perform write-membership-audit
                   display "Member " mbr-observer-id
                       " subscription seen paid from account "
                       mbr-billed-account " - paid to "
                       mbr-paid-to-date
           end-rewrite
           .

       write-membership-audit section.
           move old-membership-image to mba-old-image
           move membership-record to mba-new-image
           move function current-date to mba-timestamp
           write membership-audit-record
           .

       report-membership-reject section.
           display "Rejected membership for observer " mbt-observer-id
               " - " membership-reject-reason
           move "VALIDATE-MEMBERSHIP" to mb-error-paragraph
           move spaces to mb-error-status-code
           move "Membership rejected at maintenance"
               to mb-error-message-text
           call "ErrorLogger"
               using by reference mb-error-source-program
                     by reference mb-error-paragraph
                     by reference mb-error-status-code
                     by reference mb-error-message-text
           .

       report-membership-file-status section.
           evaluate membership-file-status-code
               when "23"
                   display "No membership on file for observer "
                       mbt-observer-id
               when "22"
                   display "Duplicate key - observer "
                       mbt-observer-id " is already a member"
               when other
                   display "Unexpected file status "
                       membership-file-status-code
                       " for observer " mbt-observer-id
           end-evaluate
           move "REPORT-MEMBERSHIP-FILE-STATUS" to mb-error-paragraph
           move membership-file-status-code to mb-error-status-code
           move "I/O error on membership-data"
               to mb-error-message-text
           call "ErrorLogger"
               using by reference mb-error-source-program
                     by reference mb-error-paragraph
                     by reference mb-error-status-code
                     by reference mb-error-message-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           compute rcl-records-written = members-added
               + members-changed + members-deleted
               + payments-recorded + account-payments-seen
           move members-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
