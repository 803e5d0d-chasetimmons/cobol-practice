       01  formatted-net           pic $(5),$(3).9(2).
       01  formatted-pension       pic $(5),$(3).9(2).
       01  formatted-other-ded     pic $(5),$(3).9(2).
       01  formatted-arrears       pic $(5),$(3).9(2).
       01  formatted-commission    pic $(5),$(3).9(2).
       01  statements-printed      pic 9(4) value 0.
       01  register-gross-total    pic 9(9)V9(2) value 0.
       01  register-tax-total      pic 9(9)V9(2) value 0.
           display "  tax year         " ytd-tax-year
           display "  pay runs in year " ytd-runs-posted
           display "  gross for year   " formatted-gross
           if ytd-arrears-total > 0
               move ytd-arrears-total to formatted-arrears
               display "    of which back pay " formatted-arrears
           end-if
           if ytd-commission-total is numeric
                   and ytd-commission-total > 0
               move ytd-commission-total to formatted-commission
               display "    of which commission " formatted-commission
           end-if
           display "  tax withheld     " formatted-tax
           move ytd-pension-total to formatted-pension
           display "  pension for year " formatted-pension
