               organization sequential
               file status uncleared-file-status-code.

           select account-holder-data assign "account-holders.dat"
               organization indexed
               access dynamic
               record key ahr-holder-key
               file status holder-file-status-code.

       file section.
       FD  interest-journal-data.    *> every posting, written by
                                      *> Arithmetic and the account
       01  uncleared-funds-record.
           copy uncleared-record.

       FD  account-holder-data.    *> every holder of a joint account
                                    *> gets its postings and is named
       01  account-holder-record.
           copy account-holder-record.

       working-storage section.
       78  MAX-UNCLEARED-ROWS      value 300.
       01  uncleared-row-table.
           05  statement-posting-entry occurs MAX-STATEMENT-POSTINGS
                                        indexed by posting-index.
               10  stp-account-number  pic 9(6).
               10  stp-posting-type    pic X.
               10  stp-posting-date    pic 9(8).
               10  stp-rate-applied    pic 9V9(4).
               10  stp-posting-amount  pic S9(7)V9(2).
               10  stp-balance-before  pic S9(7)V9(2).
               10  stp-balance-after   pic S9(7)V9(2).
       01  statement-posting-count pic 9(4) value 0.
      *> each account with postings once, with the master's customer
       78  MAX-STATEMENT-ACCOUNTS  value 500.
       01  statement-account-table.
           05  statement-account-entry occurs MAX-STATEMENT-ACCOUNTS
                                        indexed by account-index.
               10  sac-account-number  pic 9(6).
               10  sac-customer-number pic 9(6).
       01  statement-account-count pic 9(4) value 0.
       01  found-account-index     pic 9(4).
      *> the holders of those accounts that are held jointly
       78  MAX-JOINT-HOLDERS       value 1000.
       01  joint-holder-table.
           05  joint-holder-entry      occurs MAX-JOINT-HOLDERS
                                        indexed by holder-index.
               10  jht-account-number  pic 9(6).
               10  jht-customer-number pic 9(6).
               10  jht-holder-role     pic X.
       01  joint-holder-count      pic 9(4) value 0.
      *> one statement each - a customer, or an unlinked account
       01  statement-customer-table.
           05  statement-customer-entry occurs MAX-STATEMENT-ACCOUNTS
                                        indexed by customer-index.
               10  scu-customer-number pic 9(6).
               10  scu-account-number  pic 9(6).
       01  statement-customer-count pic 9(4) value 0.
       01  holder-file-status-code.
           05  holder-status-key-1 pic X.
           05  holder-status-key-2 pic X.
       01  end-of-holders          pic 9.
       01  holds-account-flag      pic X.
           88  customer-holds-account  value "Y".
       01  candidate-customer      pic 9(6).
       01  candidate-account       pic 9(6).
       01  holder-role-text        pic X(10).

       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
       01  statement-to-date       pic 9(8).
       01  statement-account       pic 9(6).
       01  statement-customer      pic 9(6).
       01  opening-balance         pic S9(7)V9(2).
       01  closing-balance         pic S9(7)V9(2).
       01  customer-total          pic S9(8)V9(2).
       01  formatted-amount        pic +(7)9.9(2).
       01  formatted-balance       pic +(7)9.9(2).
       01  fee-line-label          pic X(18).
       01  formatted-total         pic +(8)9.9(2).
       01  statements-printed      pic 9(4) value 0.
       01  scan-subscript          pic 9(4).
           else
               perform load-uncleared-rows
               perform resolve-customer-links
               perform load-joint-holders
               perform list-statement-customers
               open input customer-master-data
               perform print-all-statements
               close customer-master-data
           add 1 to statement-posting-count
           move jnl-account-number
               to stp-account-number (statement-posting-count)
           move jnl-posting-type
               to stp-posting-type (statement-posting-count)
           move jnl-posting-date
               to stp-balance-before (statement-posting-count)
           move jnl-balance-after
               to stp-balance-after (statement-posting-count)
           move 0 to found-account-index
           perform varying account-index from 1 by 1
                   until account-index > statement-account-count
                       or found-account-index > 0
               if sac-account-number (account-index)
                       = jnl-account-number
                   set found-account-index to account-index
               end-if
           end-perform
           if found-account-index = 0
               if statement-account-count >= MAX-STATEMENT-ACCOUNTS
                   display "Statement account table is full at "
                       MAX-STATEMENT-ACCOUNTS
                       " - narrow the period and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to statement-account-count
               move jnl-account-number
                   to sac-account-number (statement-account-count)
               move 0
                   to sac-customer-number (statement-account-count)
           end-if
           .

       load-uncleared-rows section.
           .

       resolve-customer-links section.
           *> each account learns its customer through the master's
           *> link, so one statement can cover all of a customer's
           *> accounts with one total
           open input accounts-master-data
           if accounts-status-key-1 = "0"
               perform varying account-index from 1 by 1
                       until account-index > statement-account-count
                   move sac-account-number (account-index)
                       to account-number
                   read accounts-master-data
                       invalid key
                           continue
                       not invalid key
                           move account-customer-number
                               to sac-customer-number
                                   (account-index)
                   end-read
               end-perform
           end-if
           close accounts-master-data
           .

       load-joint-holders section.
           *> only the holders of accounts on this run's statements -
           *> no holder file simply means no joint accounts yet
           open input account-holder-data
           if holder-status-key-1 = "0"
               set end-of-holders to 1 *> FALSE
               perform until end-of-holders = 0 *> TRUE
                   read account-holder-data next record
                       at end
                           set end-of-holders to 0 *> TRUE
                       not at end
                           perform hold-one-joint-holder
                   end-read
               end-perform
           end-if
           close account-holder-data
           .

       hold-one-joint-holder section.
           move 0 to found-account-index
           perform varying account-index from 1 by 1
                   until account-index > statement-account-count
                       or found-account-index > 0
               if sac-account-number (account-index)
                       = ahr-account-number
                   set found-account-index to account-index
               end-if
           end-perform
           if found-account-index = 0
               exit section
           end-if
           if joint-holder-count >= MAX-JOINT-HOLDERS
               display "Joint holder table is full at "
                   MAX-JOINT-HOLDERS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to joint-holder-count
           move ahr-account-number
               to jht-account-number (joint-holder-count)
           move ahr-customer-number
               to jht-customer-number (joint-holder-count)
           move ahr-holder-role to jht-holder-role (joint-holder-count)
           .

       list-statement-customers section.
           *> every holder of an account gets a statement carrying
           *> it - an account with no customer link stands alone
           perform varying account-index from 1 by 1
                   until account-index > statement-account-count
               move sac-account-number (account-index)
                   to candidate-account
               move sac-customer-number (account-index)
                   to candidate-customer
               perform add-statement-customer
               perform varying holder-index from 1 by 1
                       until holder-index > joint-holder-count
                   if jht-account-number (holder-index)
                           = sac-account-number (account-index)
                       move jht-customer-number (holder-index)
                           to candidate-customer
                       perform add-statement-customer
                   end-if
               end-perform
           end-perform
           .

       add-statement-customer section.
           if candidate-customer > 0
               perform varying customer-index from 1 by 1
                       until customer-index > statement-customer-count
                   if scu-customer-number (customer-index)
                           = candidate-customer
                       exit section
                   end-if
               end-perform
           end-if
           if statement-customer-count >= MAX-STATEMENT-ACCOUNTS
               display "Statement customer table is full at "
                   MAX-STATEMENT-ACCOUNTS
                   " - narrow the period and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to statement-customer-count
           move candidate-customer
               to scu-customer-number (statement-customer-count)
           move candidate-account
               to scu-account-number (statement-customer-count)
           .

       print-all-statements section.
           perform varying customer-index from 1 by 1
                   until customer-index > statement-customer-count
               move scu-customer-number (customer-index)
                   to statement-customer
               move scu-account-number (customer-index)
                   to statement-account
               perform print-one-customer-statement
           end-perform
           .

       print-one-customer-statement section.
           display "  period " statement-from-date " to "
               statement-to-date
           move 0 to customer-total
           if statement-customer = 0
               perform print-one-account-block
           else
               perform varying account-index from 1 by 1
                       until account-index > statement-account-count
                   perform check-customer-holds-account
                   if customer-holds-account
                       move sac-account-number (account-index)
                           to statement-account
                       perform print-one-account-block
                   end-if
               end-perform
               move customer-total to formatted-total
               display "  TOTAL ACROSS ALL ACCOUNTS "
                   formatted-total
           end-if
           .

       check-customer-holds-account section.
           *> the master's customer, or any holder of a joint account
           move "N" to holds-account-flag
           if sac-customer-number (account-index) = statement-customer
               set customer-holds-account to true
               exit section
           end-if
           perform varying holder-index from 1 by 1
                   until holder-index > joint-holder-count
               if jht-account-number (holder-index)
                       = sac-account-number (account-index)
                   and jht-customer-number (holder-index)
                       = statement-customer
                   set customer-holds-account to true
               end-if
           end-perform
           .

       print-one-account-block section.
           display "  account " statement-account " -"
           perform name-joint-holders
           move 0 to opening-balance
           move 0 to closing-balance
           perform varying scan-subscript from 1 by 1
                   until scan-subscript > statement-posting-count
               if stp-account-number (scan-subscript)
                       = statement-account
                   perform print-one-posting-line
               end-if
           end-perform
           move closing-balance to formatted-balance
           add closing-balance to customer-total
           .

       name-joint-holders section.
           *> a joint account names every holder on each holder's copy
           perform varying holder-index from 1 by 1
                   until holder-index > joint-holder-count
               if jht-account-number (holder-index)
                       = statement-account
                   move jht-customer-number (holder-index)
                       to cst-customer-number
                   read customer-master-data
                       invalid key
                           move "(name not on customer master)"
                               to cst-customer-name
                   end-read
                   if jht-holder-role (holder-index) = "P"
                       move "primary" to holder-role-text
                   else
                       move "joint" to holder-role-text
                   end-if
                   display "    held by " cst-customer-number " "
                       cst-customer-name " " holder-role-text
               end-if
           end-perform
           .

       print-one-posting-line section.
           if opening-balance = 0 and closing-balance = 0
               move stp-balance-before (scan-subscript)
               to formatted-amount
           move stp-balance-after (scan-subscript)
               to formatted-balance
           *> fees carry no rate - each shows as its own charge line
           evaluate stp-posting-type (scan-subscript)
               when "G"
                   move "monthly fee       " to fee-line-label
               when "H"
                   move "withdrawal fees   " to fee-line-label
               when "U"
                   move "returned order fee" to fee-line-label
               when "V"
                   move "reprint fee       " to fee-line-label
               when "Z"
                   move "returned item fee " to fee-line-label
               when other
                   move spaces to fee-line-label
           end-evaluate
           if fee-line-label not = spaces
               display "    " stp-posting-date (scan-subscript)
                   " FEE " fee-line-label "     amount "
                   formatted-amount " balance " formatted-balance
           else
               display "    " stp-posting-date (scan-subscript) " "
                   stp-posting-type (scan-subscript) " rate "
                   stp-rate-applied (scan-subscript) " amount "
                   formatted-amount " balance " formatted-balance
           end-if
           move stp-balance-after (scan-subscript)
               to closing-balance
           .

       write-run-control-end section.
