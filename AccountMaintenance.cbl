               organization sequential
               file status uncleared-file-status-code.

           select fixed-term-data assign "fixed-term-deposits.dat"
               organization indexed
               access dynamic
               record key ftd-account-number
               file status fixed-term-file-status-code.

           select dormancy-data assign "account-dormancy.dat"
               organization indexed
               access dynamic
               record key dmy-account-number
               file status dormancy-file-status-code.

           select account-holder-data assign "account-holders.dat"
               organization indexed
               access dynamic
               record key ahr-holder-key
               file status holder-file-status-code.

       file section.
       FD  accounts-master-data.    *> one balance per customer account
       01  account-record.
               88  act-close-account       value "C" "c".
               88  act-deposit             value "D" "d".
               88  act-withdraw            value "W" "w".
               88  act-early-break         value "E" "e".
               88  act-reactivate          value "R" "r".
               88  act-statement-reprint   value "P" "p".
               88  act-add-holder          value "J" "j".
               88  act-holder-leaves       value "L" "l".
           05  filler                  pic X.
           05  act-account-number      pic 9(6).
           05  filler                  pic X.
           05  act-amount              pic 9(7)V9(2).
           05  filler                  pic X.
           05  act-compounding-mode    pic X.
      *> the same byte on a holder or money-out line - J keys the
      *> account's signing rule in it, and a payment from a
      *> both-to-sign account is marked A once every holder signed
           05  act-signing-flag redefines act-compounding-mode
                                       pic X.
               88  act-either-to-sign      value "E" "e".
               88  act-both-to-sign        value "B" "b".
               88  act-all-holders-signed  value "A" "a".
           05  filler                  pic X.
           05  act-overdraft-limit     pic 9(7)V9(2).
           05  filler                  pic X.
      *> the customer opening the account, joining or leaving it -
      *> and on a payment out of a joint account, the holder signing
           05  act-customer-number     pic 9(6).

       FD  interest-journal-data.    *> the same journal the interest
       01  uncleared-funds-record.
           copy uncleared-record.

       FD  fixed-term-data.    *> a fixed-term deposit's maturity and
                                *> early-break penalty
       01  fixed-term-record.
           copy fixed-term-record.

       FD  dormancy-data.    *> dormant accounts pay nothing out until
                              *> reactivated at the counter
       01  dormancy-record.
           copy dormancy-record.

       FD  account-holder-data.    *> who holds a joint account and
                                    *> whose signature pays out of it
       01  account-holder-record.
           copy account-holder-record.

       working-storage section.
      *> working days a deposit waits before it may be drawn against
       78  CLEARING-PERIOD-DAYS    value 3.
       01  day-status-file-status-code.
           05  day-status-status-key-1 pic X.
           05  day-status-status-key-2 pic X.
       01  fixed-term-file-status-code.
           05  fixed-term-status-key-1 pic X.
           05  fixed-term-status-key-2 pic X.
       01  fixed-term-lock-flag    pic X.
           88  fixed-term-is-locked    value "Y".
       01  early-break-amount      pic 9(7)V9(2).
       01  early-break-penalty     pic 9(7)V9(2).
       01  early-breaks-applied    pic 9(4) value 0.
       01  dormancy-file-status-code.
           05  dormancy-status-key-1 pic X.
           05  dormancy-status-key-2 pic X.
       01  account-dormant-flag    pic X.
           88  account-is-dormant      value "Y".
       01  accounts-reactivated    pic 9(4) value 0.
       01  reprints-requested      pic 9(4) value 0.
       01  holder-file-status-code.
           05  holder-status-key-1 pic X.
           05  holder-status-key-2 pic X.
      *> the account's signing rule - space while it has one holder
       01  account-mandate         pic X.
           88  account-is-sole         value space.
       01  new-signing-rule        pic X.
       01  joint-holders-left      pic 9(3).
       01  end-of-holders          pic 9.
       01  mandate-met-flag        pic X.
           88  mandate-is-met          value "Y".
       01  mandate-failure-text    pic X(44).
       01  holders-added           pic 9(4) value 0.
       01  holders-removed         pic 9(4) value 0.
       01  customer-known-flag     pic X.
           88  customer-is-known       value "Y".

           open extend interest-journal-data
           open extend uncleared-funds-data
           open input customer-master-data
           open i-o fixed-term-data
           if fixed-term-status-key-1 = "3"
               open output fixed-term-data
               close fixed-term-data
               open i-o fixed-term-data
           end-if
           open i-o dormancy-data
           if dormancy-status-key-1 = "3"
               open output dormancy-data
               close dormancy-data
               open i-o dormancy-data
           end-if
           open i-o account-holder-data
           if holder-status-key-1 = "3"
               open output account-holder-data
               close account-holder-data
               open i-o account-holder-data
           end-if
           set end-of-transactions to 1 *> FALSE
           perform until end-of-transactions = 0 *> TRUE
               read account-transaction-data
           close interest-journal-data
           close uncleared-funds-data
           close customer-master-data
           close fixed-term-data
           close dormancy-data
           close account-holder-data
           display accounts-opened " opened, "
               accounts-closed " closed, "
               deposits-applied " deposits, "
               withdrawals-applied " withdrawals, "
               early-breaks-applied " early breaks, "
               accounts-reactivated " reactivated, "
               reprints-requested " reprints, "
               holders-added " holders added, "
               holders-removed " holders left, "
               transactions-rejected " rejected"
           perform write-run-control-end
           goback
                   perform apply-deposit
               when act-withdraw
                   perform apply-withdrawal
               when act-early-break
                   perform apply-early-break
               when act-reactivate
                   perform reactivate-account
               when act-statement-reprint
                   perform request-statement-reprint
               when act-add-holder
                   perform add-joint-holder
               when act-holder-leaves
                   perform remove-joint-holder
               when other
                   add 1 to transactions-rejected
                   display "Unknown account transaction code "
                       " rejected - customer " act-customer-number
                       " is not on the customer master"
               else
                   move act-amount to account-balance
                   move act-customer-number to account-customer-number
                   move act-overdraft-limit to overdraft-limit
                   move act-compounding-mode to compounding-mode
                   move current-run-date to last-posted-date
                   *> loans are opened only by their drawdown
                   move "C" to account-type-code
                   write account-record
                       invalid key
                           add 1 to transactions-rejected
                           display "Account " act-account-number
                               " already exists - open rejected"
                       not invalid key
                           add 1 to accounts-opened
                           move 0 to balance-before-posting
                           move "O" to jnl-posting-type
                           perform write-account-journal-entry
                           display "Account " act-account-number
                               " opened with " act-amount
                   end-write
               end-if
           end-if
           .
                   display "Account " act-account-number
                       " not on file - close rejected"
               not invalid key
                   if loan-account and account-balance not = 0
                       add 1 to transactions-rejected
                       display "Account " act-account-number
                           " is a loan still owing "
                           account-balance " - close rejected"
                       exit section
                   end-if
                   perform check-signing-mandate
                   if not mandate-is-met
                       add 1 to transactions-rejected
                       display "Account " act-account-number " "
                           mandate-failure-text " - close rejected"
                       exit section
                   end-if
                   *> a close pays the whole balance out, so it is
                   *> held to the same locks as a withdrawal
                   perform check-account-dormant
                   if account-is-dormant
                       add 1 to transactions-rejected
                       display "Account " act-account-number
                           " is DORMANT - close rejected until "
                           "the customer is identified and a "
                           "reactivation (R) is keyed"
                       exit section
                   end-if
                   perform check-fixed-term-lock
                   if fixed-term-is-locked
                       add 1 to transactions-rejected
                       display "Account " act-account-number
                           " is fixed until " ftd-maturity-date
                           " - close rejected, key an early "
                           "break (E) to release it"
                       exit section
                   end-if
                   move account-balance to balance-before-posting
                   move 0 to account-balance
                   delete accounts-master-data record
                           add 1 to accounts-closed
                           move "C" to jnl-posting-type
                           perform write-account-journal-entry
                           perform drop-account-holders
                           display "Account " act-account-number
                               " closed - final balance was "
                               balance-before-posting
                   display "Account " act-account-number
                       " not on file - deposit rejected"
               not invalid key
                   *> money paid to a loan reduces what is owed, but
                   *> can never leave the loan in credit
                   if loan-account
                           and account-balance + act-amount > 0
                       add 1 to transactions-rejected
                       display "Deposit of " act-amount
                           " is more than loan " act-account-number
                           " owes - rejected"
                       exit section
                   end-if
                   *> a fixed-term deposit is the sum agreed at
                   *> opening - nothing is added during the term
                   perform check-fixed-term-lock
                   if fixed-term-is-locked
                       add 1 to transactions-rejected
                       display "Account " act-account-number
                           " is a fixed-term deposit maturing "
                           ftd-maturity-date " - deposit rejected"
                       exit section
                   end-if
                   move account-balance to balance-before-posting
                   add act-amount to account-balance
                       on size error
                           add 1 to deposits-applied
                           move "D" to jnl-posting-type
                           perform write-account-journal-entry
                           if not loan-account
                               perform hold-deposit-uncleared
                           end-if
                   end-add
           end-read
           .
                   display "Account " act-account-number
                       " not on file - withdrawal rejected"
               not invalid key
                   if loan-account
                       add 1 to transactions-rejected
                       display "Account " act-account-number
                           " is a loan - withdrawal rejected"
                       exit section
                   end-if
                   perform check-account-dormant
                   if account-is-dormant
                       add 1 to transactions-rejected
                       display "Account " act-account-number
                           " is DORMANT - withdrawal rejected until "
                           "the customer is identified and a "
                           "reactivation (R) is keyed"
                       exit section
                   end-if
                   perform check-signing-mandate
                   if not mandate-is-met
                       add 1 to transactions-rejected
                       display "Account " act-account-number " "
                           mandate-failure-text
                           " - withdrawal rejected"
                       exit section
                   end-if
                   perform check-fixed-term-lock
                   if fixed-term-is-locked
                       add 1 to transactions-rejected
                       display "Account " act-account-number
                           " is fixed until " ftd-maturity-date
                           " - withdrawal rejected, key an early "
                           "break (E) to release it"
                       exit section
                   end-if
                   move account-balance to balance-before-posting
                   *> a withdrawal may run the balance negative, but
                   *> only as far as the overdraft - and only against
           end-read
           .

       check-account-dormant section.
           move "N" to account-dormant-flag
           move account-number to dmy-account-number
           read dormancy-data
               invalid key
                   continue
               not invalid key
                   if dmy-account-dormant
                       set account-is-dormant to true
                   end-if
           end-read
           .

       reactivate-account section.
           *> keyed only once the customer has proved who they are -
           *> clears a dormant or inactive flag, and the reactivation
           *> date counts as a movement at the next dormancy run
           move act-account-number to dmy-account-number
           read dormancy-data
               invalid key
                   add 1 to transactions-rejected
                   display "Account " act-account-number
                       " has never been flagged - reactivation "
                       "rejected"
                   exit section
           end-read
           if dmy-account-active
               add 1 to transactions-rejected
               display "Account " act-account-number
                   " is already active - reactivation rejected"
               exit section
           end-if
           set dmy-account-active to true
           move current-run-date to dmy-status-date
           move current-run-date to dmy-reactivated-date
           rewrite dormancy-record
           add 1 to accounts-reactivated
           display "Account " act-account-number " reactivated"
           .

       request-statement-reprint section.
           *> the reprint itself is AccountStatements' job - this
           *> leaves a zero-amount marker on the journal so the month's
           *> charging run can bill it at the tariff's reprint fee
           read accounts-master-data
               invalid key
                   add 1 to transactions-rejected
                   display "Account " act-account-number
                       " not on file - reprint request rejected"
                   exit section
           end-read
           move account-balance to balance-before-posting
           move "Y" to jnl-posting-type
           perform write-account-journal-entry
           add 1 to reprints-requested
           display "Statement reprint requested for account "
               act-account-number
           .

       check-fixed-term-lock section.
           *> locked from opening until the maturity date - after that
           *> the maturity run has paid it away or rolled it on, and
           *> a matured balance may be drawn as normal
           move "N" to fixed-term-lock-flag
           if not fixed-term-account
               exit section
           end-if
           move account-number to ftd-account-number
           read fixed-term-data
               invalid key
                   exit section
           end-read
           if ftd-deposit-active
                   and current-run-date < ftd-maturity-date
               set fixed-term-is-locked to true
           end-if
           .

       apply-early-break section.
           *> releases money from a fixed-term deposit before maturity
           *> at the cost of the penalty days' interest, at the fixed
           *> rate, on the amount taken.  An amount of zero breaks the
           *> whole deposit: the balance less the penalty is paid out
           read accounts-master-data
               invalid key
                   add 1 to transactions-rejected
                   display "Account " act-account-number
                       " not on file - early break rejected"
                   exit section
           end-read
           perform check-fixed-term-lock
           if not fixed-term-is-locked
               add 1 to transactions-rejected
               display "Account " act-account-number
                   " is not a fixed-term deposit inside its term - "
                   "early break rejected"
               exit section
           end-if
           perform check-signing-mandate
           if not mandate-is-met
               add 1 to transactions-rejected
               display "Account " act-account-number " "
                   mandate-failure-text " - early break rejected"
               exit section
           end-if
           if act-amount = 0
               move account-balance to early-break-amount
           else
               move act-amount to early-break-amount
           end-if
           compute early-break-penalty rounded =
               early-break-amount * ftd-fixed-rate
               * ftd-penalty-days / 365
           if act-amount = 0
               subtract early-break-penalty from early-break-amount
           end-if
           if early-break-amount + early-break-penalty
                   > account-balance
               add 1 to transactions-rejected
               display "Early break of " early-break-amount
                   " plus penalty " early-break-penalty
                   " is more than deposit " act-account-number
                   " holds - rejected"
               exit section
           end-if
           move account-balance to balance-before-posting
           subtract early-break-penalty from account-balance
           move "K" to jnl-posting-type
           perform write-account-journal-entry
           move account-balance to balance-before-posting
           subtract early-break-amount from account-balance
           rewrite account-record
           move "W" to jnl-posting-type
           perform write-account-journal-entry
           add 1 to early-breaks-applied
           if account-balance = 0
               set ftd-deposit-broken to true
               rewrite fixed-term-record
           end-if
           display "Deposit " act-account-number " broken early - "
               early-break-amount " paid, penalty "
               early-break-penalty
           .

       find-account-mandate section.
           *> the first holder row of the account carries its rule -
           *> no row at all means one holder, the master's customer
           move space to account-mandate
           move account-number to ahr-account-number
           move 0 to ahr-customer-number
           start account-holder-data key >= ahr-holder-key
               invalid key
                   exit section
           end-start
           read account-holder-data next record
               at end
                   exit section
           end-read
           if ahr-account-number = account-number
               move ahr-signing-rule to account-mandate
           end-if
           .

       check-signing-mandate section.
           *> a sole account is signed for by its customer as ever -
           *> money out of a joint one must name the holder who
           *> signed, and a both-to-sign mandate needs them all
           set mandate-is-met to true
           perform find-account-mandate
           if account-is-sole
               exit section
           end-if
           move account-number to ahr-account-number
           move act-customer-number to ahr-customer-number
           read account-holder-data
               invalid key
                   move "N" to mandate-met-flag
                   move "is joint - the signer is not a holder"
                       to mandate-failure-text
                   exit section
           end-read
           if account-mandate = "B" and not act-all-holders-signed
               move "N" to mandate-met-flag
               move "is both-to-sign - every holder must sign (A)"
                   to mandate-failure-text
           end-if
           .

       add-joint-holder section.
           *> the first joint holder turns a sole account joint: the
           *> master's customer becomes the primary row beside them
           read accounts-master-data
               invalid key
                   add 1 to transactions-rejected
                   display "Account " act-account-number
                       " not on file - holder not added"
                   exit section
           end-read
           if account-customer-number = 0
               add 1 to transactions-rejected
               display "Account " act-account-number
                   " has no customer - link it before adding a "
                   "joint holder"
               exit section
           end-if
           perform check-customer-link
           if not customer-is-known
               add 1 to transactions-rejected
               display "Account " act-account-number
                   " holder rejected - customer " act-customer-number
                   " is not on the customer master"
               exit section
           end-if
           if act-customer-number = account-customer-number
               add 1 to transactions-rejected
               display "Customer " act-customer-number
                   " already holds account " act-account-number
               exit section
           end-if
           evaluate true
               when act-either-to-sign
                   move "E" to new-signing-rule
               when act-both-to-sign
                   move "B" to new-signing-rule
               when act-signing-flag = space
                   move space to new-signing-rule
               when other
                   add 1 to transactions-rejected
                   display "Account " act-account-number
                       " holder rejected - signing rule must be "
                       "E or B"
                   exit section
           end-evaluate
           perform find-account-mandate
           if new-signing-rule = space
               if account-is-sole
                   move "E" to new-signing-rule
               else
                   move account-mandate to new-signing-rule
               end-if
           end-if
           move account-number to ahr-account-number
           move act-customer-number to ahr-customer-number
           read account-holder-data
               invalid key
                   continue
               not invalid key
                   add 1 to transactions-rejected
                   display "Customer " act-customer-number
                       " already holds account " act-account-number
                   exit section
           end-read
           if account-is-sole
               move spaces to account-holder-record
               move account-number to ahr-account-number
               move account-customer-number to ahr-customer-number
               set ahr-primary-holder to true
               move new-signing-rule to ahr-signing-rule
               move current-run-date to ahr-added-date
               write account-holder-record
           end-if
           move spaces to account-holder-record
           move account-number to ahr-account-number
           move act-customer-number to ahr-customer-number
           set ahr-joint-holder to true
           move new-signing-rule to ahr-signing-rule
           move current-run-date to ahr-added-date
           write account-holder-record
               invalid key
                   add 1 to transactions-rejected
                   display "Holder write failed for account "
                       act-account-number " - status "
                       holder-file-status-code
                   exit section
           end-write
           if not account-is-sole
                   and new-signing-rule not = account-mandate
               perform set-account-mandate
           end-if
           add 1 to holders-added
           display "Customer " act-customer-number
               " added to account " act-account-number
               " - signing rule " new-signing-rule
           .

       set-account-mandate section.
           *> a changed rule is written to every holder row alike
           move account-number to ahr-account-number
           move 0 to ahr-customer-number
           start account-holder-data key >= ahr-holder-key
               invalid key
                   exit section
           end-start
           set end-of-holders to 1 *> FALSE
           perform until end-of-holders = 0 *> TRUE
               read account-holder-data next record
                   at end
                       set end-of-holders to 0 *> TRUE
                   not at end
                       if ahr-account-number not = account-number
                           set end-of-holders to 0 *> TRUE
                       else
                           move new-signing-rule to ahr-signing-rule
                           rewrite account-holder-record
                       end-if
               end-read
           end-perform
           .

       remove-joint-holder section.
           *> only a joint holder leaves this way - the primary is
           *> the master's customer and goes only with the account
           read accounts-master-data
               invalid key
                   add 1 to transactions-rejected
                   display "Account " act-account-number
                       " not on file - holder not removed"
                   exit section
           end-read
           move account-number to ahr-account-number
           move act-customer-number to ahr-customer-number
           read account-holder-data
               invalid key
                   add 1 to transactions-rejected
                   display "Customer " act-customer-number
                       " is not a joint holder of account "
                       act-account-number
                   exit section
           end-read
           if not ahr-joint-holder
               add 1 to transactions-rejected
               display "Customer " act-customer-number
                   " is the primary holder of account "
                   act-account-number " - cannot leave it"
               exit section
           end-if
           delete account-holder-data record
           add 1 to holders-removed
           display "Customer " act-customer-number
               " removed from account " act-account-number
           *> with no joint holder left the account is sole again
           move 0 to joint-holders-left
           move account-number to ahr-account-number
           move 0 to ahr-customer-number
           start account-holder-data key >= ahr-holder-key
               invalid key
                   exit section
           end-start
           set end-of-holders to 1 *> FALSE
           perform until end-of-holders = 0 *> TRUE
               read account-holder-data next record
                   at end
                       set end-of-holders to 0 *> TRUE
                   not at end
                       if ahr-account-number not = account-number
                           set end-of-holders to 0 *> TRUE
                       else
                           if ahr-joint-holder
                               add 1 to joint-holders-left
                           end-if
                       end-if
               end-read
           end-perform
           if joint-holders-left = 0
               perform drop-account-holders
           end-if
           .

       drop-account-holders section.
           move account-number to ahr-account-number
           move 0 to ahr-customer-number
           start account-holder-data key >= ahr-holder-key
               invalid key
                   exit section
           end-start
           set end-of-holders to 1 *> FALSE
           perform until end-of-holders = 0 *> TRUE
               read account-holder-data next record
                   at end
                       set end-of-holders to 0 *> TRUE
                   not at end
                       if ahr-account-number not = account-number
                           set end-of-holders to 0 *> TRUE
                       else
                           delete account-holder-data record
                       end-if
               end-read
           end-perform
           .

       write-account-journal-entry section.
           move account-number to jnl-account-number
           move current-run-date to jnl-posting-date
           move return-code to rcl-return-code
           compute rcl-records-written = accounts-opened
               + accounts-closed + deposits-applied
               + withdrawals-applied + early-breaks-applied
               + accounts-reactivated + reprints-requested
               + holders-added + holders-removed
           move transactions-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
