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

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

           select account-transaction-data assign "account-trans.txt"
               organization sequential
               file status account-trans-file-status-code.

       file section.
       FD  membership-data.    *> the members and their renewal dates
       01  membership-record.
           copy membership-record.

       FD  observer-master-data.    *> names for the invoice list
       01  observer-record.
           copy observer-record.

       FD  accounts-master-data.    *> which account a customer pays
                                     *> from
       01  account-record.
           copy account-record.

       FD  account-transaction-data.    *> AccountMaintenance's input -
                                         *> the subscriptions join the
                                         *> day's activity
       01  account-transaction-record.
           05  act-trans-code          pic X.
           05  filler                  pic X.
           05  act-account-number      pic 9(6).
           05  filler                  pic X.
           05  act-amount              pic 9(7)V9(2).
           05  filler                  pic X.
           05  act-compounding-mode    pic X.
           05  filler                  pic X.
           05  act-overdraft-limit     pic 9(7)V9(2).
           05  filler                  pic X.
           05  act-customer-number     pic 9(6).

       working-storage section.
      *> the annual subscription run.  Every member whose renewal has
      *> come round is billed a year: an account-billed member as a
      *> withdrawal on account-trans.txt for AccountMaintenance to
      *> post from the customer's account, anyone else - or a
      *> customer with no account open - on the paper-invoice list.
      *> The bill stays outstanding until MembershipMaintenance sees
      *> it paid, and a member already owing is not billed again.
      *> A customer with several accounts pays from the lowest
      *> numbered
       78  MAX-CUSTOMER-ACCOUNTS   value 1000.
       01  customer-account-table.
           05  customer-account-entry  occurs MAX-CUSTOMER-ACCOUNTS
                                        indexed by customer-index.
               10  cat-customer-number pic 9(6).
               10  cat-account-number  pic 9(6).
       01  customer-account-count  pic 9(4) value 0.
       01  wanted-customer-number  pic 9(6).
       01  found-account-number    pic 9(6).
       01  customer-found-flag     pic X.
           88  customer-was-found      value "Y".

       01  end-of-file             pic 9.
       01  membership-file-status-code.
           05  membership-status-key-1 pic X.
           05  membership-status-key-2 pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  account-trans-file-status-code.
           05  account-trans-status-key-1 pic X.
           05  account-trans-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  bill-up-to-date         pic 9(8).
       01  next-renewal-date       pic 9(8).
       01  next-renewal-parts redefines next-renewal-date.
           05  next-renewal-year   pic 9(4).
           05  next-renewal-month  pic 9(2).
           05  next-renewal-day    pic 9(2).
       01  member-name             pic X(31).
       01  formatted-rate          pic ZZ,ZZ9.99.
       01  members-read            pic 9(5) value 0.
       01  billed-to-account       pic 9(5) value 0.
       01  billed-by-invoice       pic 9(5) value 0.
       01  still-owing             pic 9(5) value 0.
       01  total-billed            pic 9(7)V9(2) value 0.
       01  formatted-total         pic Z,ZZZ,ZZ9.99.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "SubscriptionRenewal".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           display "Bill renewals falling due up to (CCYYMMDD, "
               "0 for today)?"
           accept bill-up-to-date
           if bill-up-to-date = 0
               move run-date-today to bill-up-to-date
           end-if
           perform load-customer-accounts
           perform open-invoice-list
           open i-o membership-data
           if membership-status-key-1 not = "0"
               display "No membership.dat - nothing to renew"
           else
               open input observer-master-data
               open extend account-transaction-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read membership-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to members-read
                           perform consider-one-member
                   end-read
               end-perform
               close observer-master-data
               close account-transaction-data
           end-if
           close membership-data
           perform close-invoice-list
           display billed-to-account " subscriptions raised on "
               "account-trans.txt, " billed-by-invoice
               " on the invoice list, " still-owing
               " not billed - last year's still owing"
           perform write-run-control-end
           goback
           .

       load-customer-accounts section.
           *> accounts come back in number order, so the first one
           *> seen for a customer is their lowest
           open input accounts-master-data
           if accounts-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read accounts-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform note-customer-account
                   end-read
               end-perform
           end-if
           close accounts-master-data
           .

       note-customer-account section.
           move account-customer-number to wanted-customer-number
           perform find-customer-account
           if customer-was-found or account-customer-number = 0
               exit section
           end-if
           *> a loan is repaid and a fixed-term deposit is locked -
           *> neither is drawn on for a subscription
           if loan-account or fixed-term-account
               exit section
           end-if
           if customer-account-count >= MAX-CUSTOMER-ACCOUNTS
               display "Customer-account table is full at "
                   MAX-CUSTOMER-ACCOUNTS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to customer-account-count
           move account-customer-number
               to cat-customer-number (customer-account-count)
           move account-number
               to cat-account-number (customer-account-count)
           .

       find-customer-account section.
           move "N" to customer-found-flag
           set customer-index to 1
           perform until customer-index > customer-account-count
                   or customer-was-found
               if cat-customer-number (customer-index)
                       = wanted-customer-number
                   set customer-was-found to true
                   move cat-account-number (customer-index)
                       to found-account-number
               else
                   set customer-index up by 1
               end-if
           end-perform
           .

       consider-one-member section.
           if mbr-life or mbr-renewal-date > bill-up-to-date
               exit section
           end-if
           if mbr-payment-outstanding
               add 1 to still-owing
               display "Member " mbr-observer-id " still owes the "
                   "subscription raised " mbr-billed-date
                   " - not billed again"
               exit section
           end-if
           perform work-out-next-renewal
           move "N" to customer-found-flag
           if mbr-bill-by-account and mbr-customer-number > 0
               move mbr-customer-number to wanted-customer-number
               perform find-customer-account
           end-if
           if customer-was-found
               perform raise-account-withdrawal
           else
               perform list-paper-invoice
           end-if
           set mbr-payment-outstanding to true
           move mbr-annual-rate to mbr-billed-amount
           move run-date-today to mbr-billed-date
           move next-renewal-date to mbr-billed-paid-to-date
           move next-renewal-date to mbr-renewal-date
           add mbr-annual-rate to total-billed
           rewrite membership-record
               invalid key
                   display "Could not record the bill for member "
                       mbr-observer-id " - status "
                       membership-file-status-code
           end-rewrite
           .

       work-out-next-renewal section.
           *> a year on from the renewal date, 29 February falling
           *> back to the 28th
           move mbr-renewal-date to next-renewal-date
           add 1 to next-renewal-year
           if next-renewal-month = 2 and next-renewal-day = 29
               move 28 to next-renewal-day
           end-if
           .

       raise-account-withdrawal section.
           move spaces to account-transaction-record
           move "W" to act-trans-code
           move found-account-number to act-account-number
           move mbr-annual-rate to act-amount
           move space to act-compounding-mode
           move 0 to act-overdraft-limit
           move mbr-customer-number to act-customer-number
           write account-transaction-record
           move found-account-number to mbr-billed-account
           add 1 to billed-to-account
           display "Member " mbr-observer-id " billed " mbr-annual-rate
               " on account " found-account-number
           .

       list-paper-invoice section.
           if mbr-bill-by-account
               *> asked to pay by account but there is none open - the
               *> treasurer needs to know why it went on paper
               display "Member " mbr-observer-id " customer "
                   mbr-customer-number " has no account open - "
                   "invoiced on paper"
           end-if
           move 0 to mbr-billed-account
           move spaces to member-name
           move mbr-observer-id to observer-id of observer-record
           read observer-master-data
               invalid key
                   move "(not on observer master)" to member-name
               not invalid key
                   string first-name of observer-person
                       delimited by "  "
                       " " last-name of observer-person
                       delimited by "  "
                       into member-name
           end-read
           move mbr-annual-rate to formatted-rate
           move spaces to rw-line-text
           string mbr-observer-id "  " member-name " "
               mbr-membership-type "  " formatted-rate "  "
               mbr-renewal-date "  " next-renewal-date
               delimited by size into rw-line-text
           perform call-report-writer
           add 1 to billed-by-invoice
           .

       open-invoice-list section.
           move "O" to rw-action
           move "subscription-invoices.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "SUBSCRIPTION INVOICES TO " bill-up-to-date
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "obs   member                          type     "
               "rate  from      to"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           .

       close-invoice-list section.
           move "T" to rw-action
           move total-billed to formatted-total
           move spaces to rw-line-text
           string billed-by-invoice " invoices to post, "
               billed-to-account " drawn from accounts - "
               formatted-total " billed in all"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
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
           move members-read to rcl-records-read
           compute rcl-records-written =
               billed-to-account + billed-by-invoice
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
