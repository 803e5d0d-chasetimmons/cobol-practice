               file status new-ytd-file-status-code.

       file section.
       FD  old-ytd-data.    *> the register before the last-period
                             *> and commission columns
       01  old-payroll-ytd-record.
           05  old-ytd-emp-id      pic 9(5).
           05  filler              pic X.
           05  old-ytd-runs-posted pic 9(3).
           05  filler              pic X.
           05  old-ytd-tax-year    pic 9(4).
           05  filler              pic X.
           05  old-ytd-pension-total pic 9(7)V9(2).
           05  filler              pic X.
           05  old-ytd-other-ded-total pic 9(7)V9(2).
           05  filler              pic X.
           05  old-ytd-arrears-total pic 9(7)V9(2).
           05  filler              pic X.
           05  old-ytd-arrears-tax pic 9(7)V9(2).
           05  filler              pic X(2).

       FD  new-ytd-data.    *> the register rebuilt with the
                             *> last-period and commission columns
                             *> at zero
       01  payroll-ytd-record.
           copy payroll-ytd-record.

               close new-ytd-data
           end-if
           display records-converted " register lines written to "
               "payroll-ytd-converted.dat with zero last-period "
               "and commission columns"
           display "Rename the converted file over payroll-ytd.dat "
               "before the next pay run"
           perform write-run-control-end
           move old-ytd-net-total   to ytd-net-total
           move old-ytd-runs-posted to ytd-runs-posted
           move old-ytd-tax-year    to ytd-tax-year
           move old-ytd-pension-total to ytd-pension-total
           move old-ytd-other-ded-total to ytd-other-ded-total
           move old-ytd-arrears-total to ytd-arrears-total
           move old-ytd-arrears-tax to ytd-arrears-tax
           *> no period to measure the next run against - it falls
           *> back on the register's average per run
           move 0 to ytd-last-period
           move 0 to ytd-last-rate
           move 0 to ytd-last-gross
           move 0 to ytd-last-net
           move 0 to ytd-commission-total
           write payroll-ytd-record
               invalid key
                   display "Failed to convert register line for "
