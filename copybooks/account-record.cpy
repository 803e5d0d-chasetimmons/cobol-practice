      *> ties to customer-data.dat's key - statements print the name
      *> and combine a customer's accounts through this link
           05  account-customer-number pic 9(6).
      *> what kind of account this is - the byte was a trailing
      *> separator until loans came onto the master, so every account
      *> opened before then reads as a current account.  A loan's
      *> terms live on loan-accounts.dat under the same number, and
      *> its balance here is the capital still owed, held negative.
      *> A fixed-term deposit's term, rate and maturity live on
      *> fixed-term-deposits.dat the same way
           05  account-type-code   pic X.
               88  current-account     value " " "C".
               88  loan-account        value "L".
               88  fixed-term-account  value "F".
