       input-output section.
           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

           select test-observer-data assign "test-observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of test-observer-record
               file status test-file-status-code.

           select address-data assign "observer-addresses.txt"
               organization sequential
               file status address-file-status-code.

           select test-address-data
               assign "test-observer-addresses.txt"
               organization sequential
               file status test-file-status-code.

           select alert-subscriber-data assign "alert-subscribers.txt"
               organization sequential
               file status subscriber-file-status-code.

           select test-subscriber-data
               assign "test-alert-subscribers.txt"
               organization sequential
               file status test-file-status-code.

           select customer-master-data assign "customer-data.dat"
               organization indexed
               access dynamic
               record key cst-customer-number
               file status customer-file-status-code.

           select test-customer-data assign "test-customer-data.dat"
               organization indexed
               access dynamic
               record key tcs-customer-number
               file status test-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number of account-record
               file status accounts-file-status-code.

           select test-accounts-data assign "test-accounts.dat"
               organization indexed
               access dynamic
               record key account-number of test-account-record
               file status test-file-status-code.

           select salary-data assign "salary-data.txt"
               organization sequential
               file status salary-file-status-code.

           select test-salary-data assign "test-salary-data.txt"
               organization sequential
               file status test-file-status-code.

           select employee-bank-data assign "employee-bank.txt"
               organization sequential
               file status bank-file-status-code.

           select test-bank-data assign "test-employee-bank.txt"
               organization sequential
               file status test-file-status-code.

           select payroll-ytd-data assign "payroll-ytd.dat"
               organization indexed
               access dynamic
               record key ytd-emp-id of payroll-ytd-record
               file status ytd-file-status-code.

           select test-ytd-data assign "test-payroll-ytd.dat"
               organization indexed
               access dynamic
               record key ytd-emp-id of test-ytd-record
               file status test-file-status-code.

           select pension-enrolment-data
               assign "pension-enrolment.dat"
               organization indexed
               access dynamic
               record key pen-emp-id of pension-enrolment-record
               file status enrolment-file-status-code.

           select test-enrolment-data
               assign "test-pension-enrolment.dat"
               organization indexed
               access dynamic
               record key pen-emp-id of test-enrolment-record
               file status test-file-status-code.

           select leave-balance-data assign "leave-balances.dat"
               organization indexed
               access dynamic
               record key lvb-emp-id of leave-balance-record
               file status leave-balance-file-status-code.

           select test-leave-data assign "test-leave-balances.dat"
               organization indexed
               access dynamic
               record key lvb-emp-id of test-leave-record
               file status test-file-status-code.

       file section.
       FD  observer-master-data.    *> live observer master
       01  observer-record.
           copy observer-record.

       FD  test-observer-data.    *> scrubbed copy for test releases
       01  test-observer-record.
           copy observer-record.

       FD  address-data.    *> live postal addresses
       01  address-record.
           copy observer-address-record.

       FD  test-address-data.
       01  test-address-record.
           copy observer-address-record replacing leading
               ==oad== by ==tad==.

       FD  alert-subscriber-data.    *> live alert contacts
       01  alert-subscriber-record.
           copy alert-subscriber-record.

       FD  test-subscriber-data.
       01  test-subscriber-record.
           copy alert-subscriber-record replacing leading
               ==asb== by ==tsb==.

       FD  customer-master-data.    *> live customer names
       01  customer-master-record.
           05  cst-customer-number     pic 9(6).
           05  filler                  pic X.
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       FD  test-customer-data.
       01  test-customer-record.
           05  tcs-customer-number     pic 9(6).
           05  filler                  pic X.
           05  tcs-customer-name       pic X(24).
           05  filler                  pic X(2).

       FD  accounts-master-data.    *> live accounts - no personal
                                     *> data, copied so statements
                                     *> still join to the customers
       01  account-record.
           copy account-record.

       FD  test-accounts-data.
       01  test-account-record.
           copy account-record.

       FD  salary-data.    *> live salary master
       01  salary-record.
           copy salary-record.

       FD  test-salary-data.
       01  test-salary-record.
           copy salary-record.

       FD  employee-bank-data.    *> live bank details, held apart
                                   *> from the salary file
       01  employee-bank-record.
           05  ebk-emp-id          pic 9(5).
           05  filler              pic X.
           05  ebk-sort-code       pic X(8).
           05  filler              pic X.
           05  ebk-account-number  pic X(10).

       FD  test-bank-data.
       01  test-bank-record.
           05  tbk-emp-id          pic 9(5).
           05  filler              pic X.
           05  tbk-sort-code       pic X(8).
           05  filler              pic X.
           05  tbk-account-number  pic X(10).

       FD  payroll-ytd-data.    *> live year-to-date register
       01  payroll-ytd-record.
           copy payroll-ytd-record.

       FD  test-ytd-data.
       01  test-ytd-record.
           copy payroll-ytd-record.

       FD  pension-enrolment-data.    *> live pension enrolments
       01  pension-enrolment-record.
           copy pension-enrolment-record.

       FD  test-enrolment-data.
       01  test-enrolment-record.
           copy pension-enrolment-record.

       FD  leave-balance-data.    *> live leave balances
       01  leave-balance-record.
           copy leave-balance-record.

       FD  test-leave-data.
       01  test-leave-record.
           copy leave-balance-record.

       working-storage section.
      *> a release is tested on copies of the masters with every name,
      *> phone, address, bank detail and birth date replaced.  Each
      *> replacement is worked out from the record's own key, so an
      *> observer has the same made-up name and phone on every file
      *> and a re-run gives the same copy.  Keys, record counts,
      *> balances and salaries are left exactly as they are, so
      *> statements, payslips and sightings join as they do live.
      *> The year-to-date, pension and leave registers each carry the
      *> employee's name, so they get the same made-up name as the
      *> salary file.  Sightings and memberships carry only keys and
      *> figures and are copied across unchanged
       copy run-control-fields.
       01  batch-program-name pic X(20) value "TestDataScrub".
       copy report-writer-fields.

       01  end-of-file             pic 9.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  address-file-status-code.
           05  address-status-key-1 pic X.
           05  address-status-key-2 pic X.
       01  subscriber-file-status-code.
           05  subscriber-status-key-1 pic X.
           05  subscriber-status-key-2 pic X.
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.
       01  salary-file-status-code.
           05  salary-status-key-1 pic X.
           05  salary-status-key-2 pic X.
       01  bank-file-status-code.
           05  bank-status-key-1   pic X.
           05  bank-status-key-2   pic X.
       01  ytd-file-status-code.
           05  ytd-status-key-1    pic X.
           05  ytd-status-key-2    pic X.
       01  enrolment-file-status-code.
           05  enrolment-status-key-1 pic X.
           05  enrolment-status-key-2 pic X.
       01  leave-balance-file-status-code.
           05  leave-balance-status-key-1 pic X.
           05  leave-balance-status-key-2 pic X.
       01  test-file-status-code.
           05  test-status-key-1   pic X.
           05  test-status-key-2   pic X.

      *> one line of the control report per file - what production
      *> held, what the copy was read back as holding, and the money
      *> or count total that must agree between them
       78  SCRUB-FILE-COUNT        value 10.
       78  OBSERVER-FILE           value 1.
       78  ADDRESS-FILE            value 2.
       78  SUBSCRIBER-FILE         value 3.
       78  CUSTOMER-FILE           value 4.
       78  ACCOUNTS-FILE           value 5.
       78  SALARY-FILE             value 6.
       78  BANK-FILE               value 7.
       78  YTD-FILE                value 8.
       78  ENROLMENT-FILE          value 9.
       78  LEAVE-FILE              value 10.
       01  scrub-control-table.
           05  scrub-control-entry     occurs SCRUB-FILE-COUNT
                                        indexed by scrub-index.
               10  scc-file-name       pic X(24).
               10  scc-total-name      pic X(8).
               10  scc-production-count pic 9(6).
               10  scc-copy-count      pic 9(6).
               10  scc-production-total pic S9(11)V9(2).
               10  scc-copy-total      pic S9(11)V9(2).
               10  scc-found-flag      pic X.
                   88  scc-file-found      value "Y".
       01  files-mismatched        pic 9 value 0.
       01  records-copied          pic 9(7) value 0.

      *> the made-up names are drawn from these pools by the key, so
      *> the first 256 keys all come out different
       78  NAME-POOL-SIZE          value 16.
       01  made-up-first-name      pic X(10) occurs NAME-POOL-SIZE
                                       values "ALICE", "BRIAN",
                                           "CAROL", "DAVID", "EILEEN",
                                           "FRANK", "GRACE", "HENRY",
                                           "IRENE", "JAMES", "KATHLEEN",
                                           "LEONARD", "MARGARET",
                                           "NORMAN", "OLIVE", "PETER".
       01  made-up-last-name       pic X(10) occurs NAME-POOL-SIZE
                                       values "ASHBY", "BARTON",
                                           "COLLINS", "DENHAM",
                                           "ELLWOOD", "FARRANT",
                                           "GODDARD", "HARLOW",
                                           "INGHAM", "JESSOP",
                                           "KEMBLE", "LOXLEY",
                                           "MARSDEN", "NEWBOLD",
                                           "OAKLEY", "PRENTICE".
       01  made-up-street-name     pic X(12) occurs NAME-POOL-SIZE
                                       values "ALDER ROAD",
                                           "BEECH LANE", "CEDAR CLOSE",
                                           "DOVE STREET", "ELM ROAD",
                                           "FINCH WAY", "GORSE LANE",
                                           "HAZEL DRIVE", "IVY ROW",
                                           "JAY CLOSE", "KESTREL WAY",
                                           "LARCH ROAD", "MAPLE LANE",
                                           "NUTHATCH RD", "OWL LANE",
                                           "PLOVER WAY".
       01  scrub-key               pic 9(6).
       01  first-name-slot         pic 9(2).
       01  last-name-slot          pic 9(2).
       01  made-up-first           pic X(10).
       01  made-up-last            pic X(10).
       01  made-up-full-name       pic X(24).
       01  made-up-house-number    pic 9(3).
       01  made-up-house-shown     pic ZZ9.
      *> 07700 900000 to 900999 is set aside for drama and never
      *> connects
       01  made-up-phone.
           05  filler              pic X(8) value "07700900".
           05  mup-key             pic 9(4).
       01  made-up-email           pic X(40).
       01  made-up-sort-code.
           05  filler              pic X(6) value "99-99-".
           05  msc-key             pic 9(2).
       01  made-up-account-number.
           05  filler              pic X(5) value "99000".
           05  mac-key             pic 9(5).
       01  made-up-birth-date.
           05  mbd-day             pic 9(2).
           05  mbd-month           pic 9(2).
           05  mbd-year            pic X(4).

       01  control-print-line.
           05  cpl-file-name       pic X(24).
           05  filler              pic X.
           05  cpl-live-count      pic ZZZ,ZZ9.
           05  cpl-copy-count      pic ZZZ,ZZ9.
           05  filler              pic X(2).
           05  cpl-total-name      pic X(8).
           05  cpl-totals.
               10  cpl-live-total  pic -Z,ZZZ,ZZZ,ZZ9.99.
               10  cpl-copy-total  pic -Z,ZZZ,ZZZ,ZZ9.99.
           05  filler              pic X(2).
           05  cpl-result          pic X(8).

       procedure division.
           copy run-banner.
           perform set-up-control-table
           perform scrub-observer-master
           perform scrub-observer-addresses
           perform scrub-alert-subscribers
           perform scrub-customer-master
           perform copy-accounts-master
           perform scrub-salary-master
           perform scrub-employee-bank
           perform scrub-payroll-ytd
           perform scrub-pension-enrolment
           perform scrub-leave-balances
           perform read-back-observer-copy
           perform read-back-address-copy
           perform read-back-subscriber-copy
           perform read-back-customer-copy
           perform read-back-accounts-copy
           perform read-back-salary-copy
           perform read-back-bank-copy
           perform read-back-ytd-copy
           perform read-back-enrolment-copy
           perform read-back-leave-copy
           perform print-control-report
           if files-mismatched > 0
               display files-mismatched " test copies do not agree "
                   "with production - see test-data-control.prt"
               move 8 to return-code
           else
               display records-copied " records copied to the test "
                   "files - every count and total agrees"
           end-if
           perform write-run-control-end
           goback
           .

       set-up-control-table section.
           initialize scrub-control-table
           move "observer-data.dat" to scc-file-name (OBSERVER-FILE)
           move "counts" to scc-total-name (OBSERVER-FILE)
           move "observer-addresses.txt" to scc-file-name (ADDRESS-FILE)
           move "alert-subscribers.txt"
               to scc-file-name (SUBSCRIBER-FILE)
           move "customer-data.dat" to scc-file-name (CUSTOMER-FILE)
           move "accounts.dat" to scc-file-name (ACCOUNTS-FILE)
           move "balances" to scc-total-name (ACCOUNTS-FILE)
           move "salary-data.txt" to scc-file-name (SALARY-FILE)
           move "salaries" to scc-total-name (SALARY-FILE)
           move "employee-bank.txt" to scc-file-name (BANK-FILE)
           move "payroll-ytd.dat" to scc-file-name (YTD-FILE)
           move "gross" to scc-total-name (YTD-FILE)
           move "pension-enrolment.dat"
               to scc-file-name (ENROLMENT-FILE)
           move "contribs" to scc-total-name (ENROLMENT-FILE)
           move "leave-balances.dat" to scc-file-name (LEAVE-FILE)
           move "days" to scc-total-name (LEAVE-FILE)
           .

       make-up-person section.
           *> scrub-key in, a made-up first and last name out
           compute first-name-slot =
               function mod (scrub-key, NAME-POOL-SIZE) + 1
           compute last-name-slot = function mod
               (function integer (scrub-key / NAME-POOL-SIZE),
                NAME-POOL-SIZE) + 1
           move made-up-first-name (first-name-slot) to made-up-first
           move made-up-last-name (last-name-slot) to made-up-last
           move spaces to made-up-full-name
           string made-up-first delimited by space
               " " delimited by size
               made-up-last delimited by space
               into made-up-full-name
           .

       make-up-contact section.
           *> the same observer gets the same phone and e-mail on the
           *> observer master and on the alert list
           move scrub-key to mup-key
           move spaces to made-up-email
           string "member" mup-key "@example.org"
               delimited by size into made-up-email
           .

       scrub-observer-master section.
           open input observer-master-data
           if observer-status-key-1 not = "0"
               display "No observer-data.dat - status "
                   observer-file-status-code " - not copied"
               close observer-master-data
               exit section
           end-if
           move "Y" to scc-found-flag (OBSERVER-FILE)
           open output test-observer-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read observer-master-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-observer
               end-read
           end-perform
           close observer-master-data
           close test-observer-data
           .

       scrub-one-observer section.
           add 1 to scc-production-count (OBSERVER-FILE)
           add population-count-submitted of observer-record
               to scc-production-total (OBSERVER-FILE)
           move observer-record to test-observer-record
           move observer-id of observer-record to scrub-key
           perform make-up-person
           perform make-up-contact
           move made-up-first to first-name of test-observer-record
           move made-up-last to last-name of test-observer-record
           if observer-phone of observer-record not = spaces
               move made-up-phone
                   to observer-phone of test-observer-record
           end-if
           write test-observer-record
               invalid key
                   display "Test copy refused observer "
                       observer-id of observer-record
                       " - status " test-file-status-code
               not invalid key
                   add 1 to records-copied
           end-write
           .

       scrub-observer-addresses section.
           open input address-data
           if address-status-key-1 not = "0"
               display "No observer-addresses.txt - status "
                   address-file-status-code " - not copied"
               close address-data
               exit section
           end-if
           move "Y" to scc-found-flag (ADDRESS-FILE)
           open output test-address-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read address-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-address
               end-read
           end-perform
           close address-data
           close test-address-data
           .

       scrub-one-address section.
           add 1 to scc-production-count (ADDRESS-FILE)
           move address-record to test-address-record
           move oad-observer-id to scrub-key
           compute made-up-house-number =
               function mod (scrub-key, 199) + 1
           move made-up-house-number to made-up-house-shown
           compute last-name-slot = function mod
               (function integer (scrub-key / NAME-POOL-SIZE),
                NAME-POOL-SIZE) + 1
           move spaces to tad-address-line-1
           string function trim (made-up-house-shown)
                   delimited by size
               " " delimited by size
               made-up-street-name (last-name-slot)
                   delimited by size
               into tad-address-line-1
           move spaces to tad-address-line-2
           move "TESTBURY" to tad-town
           move "ZZ99 9ZZ" to tad-postcode
           write test-address-record
           add 1 to records-copied
           .

       scrub-alert-subscribers section.
           open input alert-subscriber-data
           if subscriber-status-key-1 not = "0"
               display "No alert-subscribers.txt - status "
                   subscriber-file-status-code " - not copied"
               close alert-subscriber-data
               exit section
           end-if
           move "Y" to scc-found-flag (SUBSCRIBER-FILE)
           open output test-subscriber-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read alert-subscriber-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-subscriber
               end-read
           end-perform
           close alert-subscriber-data
           close test-subscriber-data
           .

       scrub-one-subscriber section.
           add 1 to scc-production-count (SUBSCRIBER-FILE)
           move alert-subscriber-record to test-subscriber-record
           move asb-observer-id to scrub-key
           perform make-up-contact
           if asb-by-text
               move made-up-phone to tsb-contact-address
           else
               move made-up-email to tsb-contact-address
           end-if
           write test-subscriber-record
           add 1 to records-copied
           .

       scrub-customer-master section.
           open input customer-master-data
           if customer-status-key-1 not = "0"
               display "No customer-data.dat - status "
                   customer-file-status-code " - not copied"
               close customer-master-data
               exit section
           end-if
           move "Y" to scc-found-flag (CUSTOMER-FILE)
           open output test-customer-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read customer-master-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-customer
               end-read
           end-perform
           close customer-master-data
           close test-customer-data
           .

       scrub-one-customer section.
           add 1 to scc-production-count (CUSTOMER-FILE)
           move customer-master-record to test-customer-record
           move cst-customer-number to scrub-key
           perform make-up-person
           move made-up-full-name to tcs-customer-name
           write test-customer-record
               invalid key
                   display "Test copy refused customer "
                       cst-customer-number
                       " - status " test-file-status-code
               not invalid key
                   add 1 to records-copied
           end-write
           .

       copy-accounts-master section.
           open input accounts-master-data
           if accounts-status-key-1 not = "0"
               display "No accounts.dat - status "
                   accounts-file-status-code " - not copied"
               close accounts-master-data
               exit section
           end-if
           move "Y" to scc-found-flag (ACCOUNTS-FILE)
           open output test-accounts-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read accounts-master-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform copy-one-account
               end-read
           end-perform
           close accounts-master-data
           close test-accounts-data
           .

       copy-one-account section.
           *> balances stay as they are - the statements and the
           *> trial balance must come out the same on the copy
           add 1 to scc-production-count (ACCOUNTS-FILE)
           add account-balance of account-record
               to scc-production-total (ACCOUNTS-FILE)
           move account-record to test-account-record
           write test-account-record
               invalid key
                   display "Test copy refused account "
                       account-number of account-record
                       " - status " test-file-status-code
               not invalid key
                   add 1 to records-copied
           end-write
           .

       scrub-salary-master section.
           open input salary-data
           if salary-status-key-1 not = "0"
               display "No salary-data.txt - status "
                   salary-file-status-code " - not copied"
               close salary-data
               exit section
           end-if
           move "Y" to scc-found-flag (SALARY-FILE)
           open output test-salary-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read salary-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-employee
               end-read
           end-perform
           close salary-data
           close test-salary-data
           .

       scrub-one-employee section.
           add 1 to scc-production-count (SALARY-FILE)
           add gross-salary of salary-record
               to scc-production-total (SALARY-FILE)
           move salary-record to test-salary-record
           move emp-id of salary-record to scrub-key
           perform make-up-person
           move made-up-full-name to emp-name of test-salary-record
           *> the year of birth is kept so age-based rules still
           *> fire on the copy; the day and month are made up
           if emp-date-of-birth of salary-record (5:4) is numeric
               compute mbd-day = function mod (scrub-key, 28) + 1
               compute mbd-month = function mod (scrub-key, 12) + 1
               move emp-date-of-birth of salary-record (5:4)
                   to mbd-year
               move made-up-birth-date
                   to emp-date-of-birth of test-salary-record
           end-if
           write test-salary-record
           add 1 to records-copied
           .

       scrub-employee-bank section.
           open input employee-bank-data
           if bank-status-key-1 not = "0"
               display "No employee-bank.txt - status "
                   bank-file-status-code " - not copied"
               close employee-bank-data
               exit section
           end-if
           move "Y" to scc-found-flag (BANK-FILE)
           open output test-bank-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read employee-bank-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-bank-line
               end-read
           end-perform
           close employee-bank-data
           close test-bank-data
           .

       scrub-one-bank-line section.
           add 1 to scc-production-count (BANK-FILE)
           move employee-bank-record to test-bank-record
           compute msc-key = function mod (ebk-emp-id, 100)
           move ebk-emp-id to mac-key
           move made-up-sort-code to tbk-sort-code
           move made-up-account-number to tbk-account-number
           write test-bank-record
           add 1 to records-copied
           .

       scrub-payroll-ytd section.
           open input payroll-ytd-data
           if ytd-status-key-1 not = "0"
               display "No payroll-ytd.dat - status "
                   ytd-file-status-code " - not copied"
               close payroll-ytd-data
               exit section
           end-if
           move "Y" to scc-found-flag (YTD-FILE)
           open output test-ytd-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read payroll-ytd-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-ytd-line
               end-read
           end-perform
           close payroll-ytd-data
           close test-ytd-data
           .

       scrub-one-ytd-line section.
           *> the same made-up name the employee has on the salary file
           add 1 to scc-production-count (YTD-FILE)
           add ytd-gross-total of payroll-ytd-record
               to scc-production-total (YTD-FILE)
           move payroll-ytd-record to test-ytd-record
           move ytd-emp-id of payroll-ytd-record to scrub-key
           perform make-up-person
           move made-up-full-name to ytd-emp-name of test-ytd-record
           write test-ytd-record
               invalid key
                   display "Test copy refused year-to-date line "
                       ytd-emp-id of payroll-ytd-record
                       " - status " test-file-status-code
               not invalid key
                   add 1 to records-copied
           end-write
           .

       scrub-pension-enrolment section.
           open input pension-enrolment-data
           if enrolment-status-key-1 not = "0"
               display "No pension-enrolment.dat - status "
                   enrolment-file-status-code " - not copied"
               close pension-enrolment-data
               exit section
           end-if
           move "Y" to scc-found-flag (ENROLMENT-FILE)
           open output test-enrolment-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read pension-enrolment-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-enrolment
               end-read
           end-perform
           close pension-enrolment-data
           close test-enrolment-data
           .

       scrub-one-enrolment section.
           add 1 to scc-production-count (ENROLMENT-FILE)
           add pen-employee-contrib of pension-enrolment-record
               pen-employer-contrib of pension-enrolment-record
               to scc-production-total (ENROLMENT-FILE)
           move pension-enrolment-record to test-enrolment-record
           move pen-emp-id of pension-enrolment-record to scrub-key
           perform make-up-person
           move made-up-full-name
               to pen-emp-name of test-enrolment-record
           write test-enrolment-record
               invalid key
                   display "Test copy refused enrolment "
                       pen-emp-id of pension-enrolment-record
                       " - status " test-file-status-code
               not invalid key
                   add 1 to records-copied
           end-write
           .

       scrub-leave-balances section.
           open input leave-balance-data
           if leave-balance-status-key-1 not = "0"
               display "No leave-balances.dat - status "
                   leave-balance-file-status-code " - not copied"
               close leave-balance-data
               exit section
           end-if
           move "Y" to scc-found-flag (LEAVE-FILE)
           open output test-leave-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read leave-balance-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform scrub-one-leave-line
               end-read
           end-perform
           close leave-balance-data
           close test-leave-data
           .

       scrub-one-leave-line section.
           add 1 to scc-production-count (LEAVE-FILE)
           add lvb-balance of leave-balance-record
               to scc-production-total (LEAVE-FILE)
           move leave-balance-record to test-leave-record
           move lvb-emp-id of leave-balance-record to scrub-key
           perform make-up-person
           move made-up-full-name to lvb-emp-name of test-leave-record
           write test-leave-record
               invalid key
                   display "Test copy refused leave line "
                       lvb-emp-id of leave-balance-record
                       " - status " test-file-status-code
               not invalid key
                   add 1 to records-copied
           end-write
           .

      *> the copies are read back from disk rather than counted on
      *> the way out - the report proves what the test files hold
       read-back-observer-copy section.
           if not scc-file-found (OBSERVER-FILE)
               exit section
           end-if
           open input test-observer-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-observer-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (OBSERVER-FILE)
                       add population-count-submitted
                           of test-observer-record
                           to scc-copy-total (OBSERVER-FILE)
               end-read
           end-perform
           close test-observer-data
           .

       read-back-address-copy section.
           if not scc-file-found (ADDRESS-FILE)
               exit section
           end-if
           open input test-address-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-address-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (ADDRESS-FILE)
               end-read
           end-perform
           close test-address-data
           .

       read-back-subscriber-copy section.
           if not scc-file-found (SUBSCRIBER-FILE)
               exit section
           end-if
           open input test-subscriber-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-subscriber-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (SUBSCRIBER-FILE)
               end-read
           end-perform
           close test-subscriber-data
           .

       read-back-customer-copy section.
           if not scc-file-found (CUSTOMER-FILE)
               exit section
           end-if
           open input test-customer-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-customer-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (CUSTOMER-FILE)
               end-read
           end-perform
           close test-customer-data
           .

       read-back-accounts-copy section.
           if not scc-file-found (ACCOUNTS-FILE)
               exit section
           end-if
           open input test-accounts-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-accounts-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (ACCOUNTS-FILE)
                       add account-balance of test-account-record
                           to scc-copy-total (ACCOUNTS-FILE)
               end-read
           end-perform
           close test-accounts-data
           .

       read-back-salary-copy section.
           if not scc-file-found (SALARY-FILE)
               exit section
           end-if
           open input test-salary-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-salary-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (SALARY-FILE)
                       add gross-salary of test-salary-record
                           to scc-copy-total (SALARY-FILE)
               end-read
           end-perform
           close test-salary-data
           .

       read-back-bank-copy section.
           if not scc-file-found (BANK-FILE)
               exit section
           end-if
           open input test-bank-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-bank-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (BANK-FILE)
               end-read
           end-perform
           close test-bank-data
           .

       read-back-ytd-copy section.
           if not scc-file-found (YTD-FILE)
               exit section
           end-if
           open input test-ytd-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-ytd-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (YTD-FILE)
                       add ytd-gross-total of test-ytd-record
                           to scc-copy-total (YTD-FILE)
               end-read
           end-perform
           close test-ytd-data
           .

       read-back-enrolment-copy section.
           if not scc-file-found (ENROLMENT-FILE)
               exit section
           end-if
           open input test-enrolment-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-enrolment-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (ENROLMENT-FILE)
                       add pen-employee-contrib of test-enrolment-record
                           pen-employer-contrib of test-enrolment-record
                           to scc-copy-total (ENROLMENT-FILE)
               end-read
           end-perform
           close test-enrolment-data
           .

       read-back-leave-copy section.
           if not scc-file-found (LEAVE-FILE)
               exit section
           end-if
           open input test-leave-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read test-leave-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to scc-copy-count (LEAVE-FILE)
                       add lvb-balance of test-leave-record
                           to scc-copy-total (LEAVE-FILE)
               end-read
           end-perform
           close test-leave-data
           .

       print-control-report section.
           move "O" to rw-action
           move "test-data-control.prt" to rw-print-file-name
           move "TEST DATA COPY - CONTROL REPORT" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "file                        live   copy  total"
               & "          live total       copy total  result"
               to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying scrub-index from 1 by 1
                   until scrub-index > SCRUB-FILE-COUNT
               perform print-one-control-line
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string "names, phones, addresses, bank details and birth "
               "dates replaced - keys, counts and totals kept"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           .

       print-one-control-line section.
           move spaces to control-print-line
           if not scc-file-found (scrub-index)
               move "NOT RUN" to cpl-result
           else
           if scc-copy-count (scrub-index)
                   = scc-production-count (scrub-index)
                   and scc-copy-total (scrub-index)
                       = scc-production-total (scrub-index)
               move "MATCH" to cpl-result
           else
               move "MISMATCH" to cpl-result
               add 1 to files-mismatched
           end-if
           end-if
           move scc-file-name (scrub-index) to cpl-file-name
           move scc-production-count (scrub-index) to cpl-live-count
           move scc-copy-count (scrub-index) to cpl-copy-count
           move scc-total-name (scrub-index) to cpl-total-name
           *> files with nothing to total show the counts alone
           if scc-total-name (scrub-index) not = spaces
               move scc-production-total (scrub-index)
                   to cpl-live-total
               move scc-copy-total (scrub-index) to cpl-copy-total
           end-if
           move control-print-line to rw-line-text
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
           move records-copied to rcl-records-written
           move files-mismatched to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
