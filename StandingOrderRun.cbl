               organization sequential
               file status uncleared-file-status-code.

           select dormancy-data assign "account-dormancy.dat"
               organization indexed
               access dynamic
               record key dmy-account-number
               file status dormancy-file-status-code.

       file section.
       FD  standing-order-data.    *> orders from the maintenance run
       01  standing-order-record.
       01  uncleared-funds-record.
           copy uncleared-record.

       FD  dormancy-data.    *> a dormant account's orders stop until
                              *> it is reactivated
       01  dormancy-record.
           copy dormancy-record.

       working-storage section.
       78  MAX-UNCLEARED-ROWS      value 300.
       01  uncleared-row-table.
       01  uncleared-sum           pic 9(8)V9(2).
       01  projected-available     pic S9(8)V9(2).
       01  end-of-file             pic 9.
       01  dormancy-file-status-code.
           05  dormancy-status-key-1 pic X.
           05  dormancy-status-key-2 pic X.
       01  dormancy-file-flag      pic X value "N".
           88  dormancy-file-open      value "Y".
       01  order-file-status-code.
           05  order-status-key-1  pic X.
           05  order-status-key-2  pic X.
           else
               open i-o accounts-master-data
               open extend interest-journal-data
               open input dormancy-data
               if dormancy-status-key-1 = "0"
                   set dormancy-file-open to true
               end-if
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read standing-order-data next record
               close accounts-master-data
               close interest-journal-data
               close standing-order-data
               if dormancy-file-open
                   close dormancy-data
               end-if
           end-if
           display orders-paid " orders paid, "
               orders-failed " failed on funds, "
                       " failed - from-account " so-from-account
                       " not on file"
               not invalid key
                   if loan-account or fixed-term-account
                       add 1 to orders-failed
                       display "Order " so-order-number
                           " failed - " so-from-account
                           " is a loan or fixed-term account and "
                           "cannot pay out"
                       exit section
                   end-if
                   if dormancy-file-open
                       move so-from-account to dmy-account-number
                       read dormancy-data
                           invalid key
                               continue
                           not invalid key
                               if dmy-account-dormant
                                   add 1 to orders-failed
                                   display "Order " so-order-number
                                       " failed - " so-from-account
                                       " is DORMANT until reactivated"
                                   exit section
                               end-if
                       end-read
                   end-if
                   perform sum-uncleared-for-account
                   compute projected-balance =
                       account-balance - so-amount
                           " (book " account-balance
                           ", uncleared " uncleared-sum
                           ", order " so-amount ")"
                       *> a zero-amount marker on the from-account so
                       *> the monthly charging run can bill the return
                       move account-balance to balance-before-posting
                       move "X" to jnl-posting-type
                       perform write-order-journal-entry
                   else
                       perform post-order-pair
                   end-if
