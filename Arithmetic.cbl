               organization sequential
               file status debit-rate-file-status-code.

           select fixed-term-data assign "fixed-term-deposits.dat"
               organization indexed
               access dynamic
               record key ftd-account-number
               file status fixed-term-file-status-code.

       file section.
       FD  accounts-master-data.    *> one balance per customer account
       01  account-record.
           05  filler                  pic X.
           05  dbr-annual-rate         pic V9(4).

       FD  fixed-term-data.    *> the rate each fixed-term deposit was
                                *> opened or rolled over at
       01  fixed-term-record.
           copy fixed-term-record.

       working-storage section.
       01  interest        pic S9(7)V9(2) comp-5.

           05  debit-rate-status-key-1 pic X.
           05  debit-rate-status-key-2 pic X.
       01  overdrawn-magnitude     pic 9(7)V9(2).
       01  fixed-term-file-status-code.
           05  fixed-term-status-key-1 pic X.
           05  fixed-term-status-key-2 pic X.
       01  fixed-term-file-flag    pic X value "N".
           88  fixed-term-file-open    value "Y".
       01  charging-debit-flag     pic X value "N".
           88  charging-debit-interest value "Y".
       78  INTEREST-TIER-COUNT value 3.
           open extend interest-exceptions-data
           open extend interest-journal-data
           open output overdrawn-report-data
           open input fixed-term-data
           if fixed-term-status-key-1 = "0"
               set fixed-term-file-open to true
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read accounts-master-data next record
           close interest-exceptions-data
           close interest-journal-data
           close overdrawn-report-data
           if fixed-term-file-open
               close fixed-term-data
           end-if
           if overdrawn-account-count > 0
               display overdrawn-account-count " accounts overdrawn "
                   "after this run - see overdrawn-accounts.txt"
           .

       post-interest-to-one-account section.
           *> a loan's interest is charged by the repayment run at its
           *> agreed rate - its negative balance is not an overdraft
           if loan-account
               exit section
           end-if
           perform determine-interest-rate
           move account-balance to balance-before-posting
           if daily-compounding
           .

       determine-interest-rate section.
           *> a fixed-term deposit earns the rate it was fixed at for
           *> as long as its term runs, whatever the tiers say
           if fixed-term-account and fixed-term-file-open
               move account-number to ftd-account-number
               read fixed-term-data
                   invalid key
                       continue
                   not invalid key
                       if ftd-deposit-active
                           move "N" to charging-debit-flag
                           move ftd-fixed-rate
                               to interest-rate-selected
                           exit section
                       end-if
               end-read
           end-if
           *> a negative balance earns nothing - it is charged the
           *> borrowing schedule's rate for the depth of the hole,
           *> compounding the overdraft
