               organization sequential
               file status plan-file-status-code.

           select branch-master-data assign "branch-master.txt"
               organization sequential
               file status branch-file-status-code.

       file section.
       FD  sales-transaction-data.    *> the till's dated takings
       01  sales-transaction-record.
           copy sales-transaction-record.

       FD  sales-plan-data.    *> the owner's plan, branch by branch
       01  sales-plan-record.
           copy sales-plan-record.

       FD  branch-master-data.    *> the shops
       01  branch-master-record.
           copy branch-master-record.

       working-storage section.
      *> the month end branch by branch and then for the business as
      *> a whole - each branch's days, weeks and plan against its own
      *> figures, the consolidated report against the branches'
      *> plans added together, and the branches ranked on the month.
      *> A trading day is a day any branch has sales for; a branch
      *> with nothing on file for one while it was open has its sales
      *> file missing for that day - it is listed as missing, left
      *> out of the branch's averages rather than counted as a nil
      *> day, and the consolidated figures note they are short
       01  sales-file-status-code.
           05  sales-status-key-1  pic X.
           05  sales-status-key-2  pic X.
           05  hld-start-date      pic 9(8).
           05  hld-sales-total     pic 9(8).

       78  MAX-BRANCHES            value 10.
       01  branch-table.
           05  branch-entry            occurs MAX-BRANCHES
                                        indexed by branch-index.
               10  brt-branch-code     pic X(3).
               10  brt-branch-name     pic X(20).
               10  brt-opened-date     pic 9(8).
               10  brt-closed-date     pic 9(8).
               10  brt-month-total     pic 9(8).
               10  brt-ytd-actual      pic 9(9).
               10  brt-days-missing    pic 9(2).
               10  brt-plan-flag       pic X.
                   88  brt-has-a-plan      value "Y".
               10  brt-month-plan      pic 9(8).
               10  brt-ytd-plan        pic 9(9).
               10  brt-week-plan       pic 9(8)
                                        occurs MAX-REPORT-WEEKS.
       01  branch-count            pic 9(2) value 0.
       01  found-branch-index      pic 9(2).
       01  sought-branch-code      pic X(3).
       01  branch-file-status-code.
           05  branch-status-key-1 pic X.
           05  branch-status-key-2 pic X.
       01  report-level-name       pic X(32).
       01  branches-with-a-plan    pic 9(2).
       01  branch-on-file-flag     pic X.
           88  branch-has-the-day      value "Y".
       01  days-incomplete         pic 9(2).
       01  rank-table.
           05  rank-branch-index       pic 9(2)
                                        occurs MAX-BRANCHES.
       01  rank-position           pic 9(2).
       01  rank-hold               pic 9(2).
       01  plan-week-subscript     pic 9(2).

       01  best-day-date           pic 9(8) value 0.
       01  best-day-sales          pic 9(7) value 0.
       01  worst-day-date          pic 9(8) value 0.
       01  worst-day-sales         pic 9(7) value 9999999.

      *> the month's days branch by branch, each the sum of its
      *> salespeople's lines, tallied once the whole file has been
      *> read - a month of days for each of up to ten branches
       78  MAX-MONTH-DAYS          value 310.
       01  month-day-table.
           05  month-day-entry         occurs MAX-MONTH-DAYS
                                        indexed by month-day-index.
               10  mdt-sales-date      pic 9(8).
               10  mdt-branch-code     pic X(3).
               10  mdt-day-sales       pic 9(7).
       01  month-day-count         pic 9(3) value 0.
       01  found-month-day         pic 9(3).
      *> and the trading days, all branches together
       78  MAX-TRADING-DAYS        value 31.
       01  trading-day-table.
           05  trading-day-entry       occurs MAX-TRADING-DAYS
                                        indexed by trading-day-index.
               10  tdt-sales-date      pic 9(8).
               10  tdt-day-sales       pic 9(8).
               10  tdt-branches-missing pic 9(2).
       01  trading-day-count       pic 9(2) value 0.
       01  found-trading-day       pic 9(2).
       01  day-sales-date          pic 9(8).
       01  day-sales-amount        pic 9(7).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "SalesMonthEnd".
           accept report-month
           display "Year (CCYY)?"
           accept report-year
           perform load-branch-master
           perform accumulate-month-sales
           perform load-sales-plan
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
               perform report-one-branch
           end-perform
           perform report-consolidated
           perform print-branch-ranking
           perform write-run-control-end
           goback
           .
                       set end-of-file to 0 *> TRUE
                   not at end
                       if trans-sales-date (1:4) = report-year
                           move trans-branch-code
                               to sought-branch-code
                           perform find-branch
                           if trans-sales-date (5:2)
                                   <= report-month
                               add trans-daily-sales
                                   to brt-ytd-actual
                                       (found-branch-index)
                           end-if
                           if trans-sales-date (5:2)
                                   = report-month
                               perform fold-one-sales-line
                               perform note-trading-day
                           end-if
                       end-if
               end-read
           close sales-transaction-data
           .

       fold-one-sales-line section.
           move 0 to found-month-day
           perform varying month-day-index from 1 by 1
                   until month-day-index > month-day-count
                       or found-month-day > 0
               if mdt-sales-date (month-day-index) = trans-sales-date
                   and mdt-branch-code (month-day-index)
                       = trans-branch-code
                   set found-month-day to month-day-index
               end-if
           end-perform
           if found-month-day = 0
               if month-day-count >= MAX-MONTH-DAYS
                   display "Month day table is full - check the "
                       "report month on the sales file"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to month-day-count
               move month-day-count to found-month-day
               move trans-sales-date to mdt-sales-date (found-month-day)
               move trans-branch-code
                   to mdt-branch-code (found-month-day)
               move 0 to mdt-day-sales (found-month-day)
           end-if
           add trans-daily-sales to mdt-day-sales (found-month-day)
           .

       note-trading-day section.
           move 0 to found-trading-day
           perform varying trading-day-index from 1 by 1
                   until trading-day-index > trading-day-count
                       or found-trading-day > 0
               if tdt-sales-date (trading-day-index)
                       = trans-sales-date
                   set found-trading-day to trading-day-index
               end-if
           end-perform
           if found-trading-day = 0
               if trading-day-count >= MAX-TRADING-DAYS
                   display "Trading day table is full - check the "
                       "report month on the sales file"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to trading-day-count
               move trading-day-count to found-trading-day
               move trans-sales-date
                   to tdt-sales-date (found-trading-day)
               move 0 to tdt-day-sales (found-trading-day)
               move 0 to tdt-branches-missing (found-trading-day)
           end-if
           add trans-daily-sales to tdt-day-sales (found-trading-day)
           .

       load-branch-master section.
           open input branch-master-data
           if branch-status-key-1 not = "0"
               display "No branch-master.txt - branches are reported "
                   "as the sales file has them"
               close branch-master-data
               move 4 to return-code
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read branch-master-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move brn-branch-code to sought-branch-code
                       perform find-branch
                       move brn-branch-name
                           to brt-branch-name (found-branch-index)
                       move brn-opened-date
                           to brt-opened-date (found-branch-index)
                       move brn-closed-date
                           to brt-closed-date (found-branch-index)
               end-read
           end-perform
           close branch-master-data
           .

       find-branch section.
           *> a branch on the sales file or the plan but not on the
           *> master is still reported, under its code
           move 0 to found-branch-index
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
                       or found-branch-index > 0
               if brt-branch-code (branch-index) = sought-branch-code
                   set found-branch-index to branch-index
               end-if
           end-perform
           if found-branch-index = 0
               if branch-count >= MAX-BRANCHES
                   display "Branch table is full at " MAX-BRANCHES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to branch-count
               move branch-count to found-branch-index
               initialize branch-entry (found-branch-index)
               move sought-branch-code
                   to brt-branch-code (found-branch-index)
               move "NOT ON BRANCH MASTER"
                   to brt-branch-name (found-branch-index)
           end-if
           .

       reset-month-figures section.
           move 0 to weekday-total-sales
           move 0 to weekday-day-count
           move 0 to weekend-total-sales
           move 0 to weekend-day-count
           move 0 to month-total-sales
           move 0 to days-in-report
           move 0 to week-subtotal-count
           move 0 to best-day-date
           move 0 to best-day-sales
           move 0 to worst-day-date
           move 9999999 to worst-day-sales
           move 0 to month-plan-total
           move "N" to month-plan-found
           initialize week-plan-table
           move 0 to ytd-plan-total
           move 0 to ytd-actual-total
           .

       report-one-branch section.
           perform reset-month-figures
           perform varying month-day-index from 1 by 1
                   until month-day-index > month-day-count
               if mdt-branch-code (month-day-index)
                       = brt-branch-code (branch-index)
                   move mdt-sales-date (month-day-index)
                       to day-sales-date
                   move mdt-day-sales (month-day-index)
                       to day-sales-amount
                   perform tally-one-sales-day
               end-if
           end-perform
           move month-total-sales to brt-month-total (branch-index)
           move spaces to report-level-name
           string "branch " brt-branch-code (branch-index) " "
               brt-branch-name (branch-index)
               delimited by size into report-level-name
           display " "
           perform print-month-end-report
           perform list-missing-days
           move brt-month-plan (branch-index) to month-plan-total
           move brt-plan-flag (branch-index) to month-plan-found
           perform varying plan-week-subscript from 1 by 1
                   until plan-week-subscript > MAX-REPORT-WEEKS
               move brt-week-plan (branch-index plan-week-subscript)
                   to week-plan-entry (plan-week-subscript)
           end-perform
           move brt-ytd-plan (branch-index) to ytd-plan-total
           move brt-ytd-actual (branch-index) to ytd-actual-total
           perform print-plan-versus-actual
           .

       list-missing-days section.
           *> a trading day the branch was open for and has nothing
           *> on file for
           move 0 to brt-days-missing (branch-index)
           perform varying trading-day-index from 1 by 1
                   until trading-day-index > trading-day-count
               if tdt-sales-date (trading-day-index)
                       >= brt-opened-date (branch-index)
                   and (brt-closed-date (branch-index) = 0
                       or tdt-sales-date (trading-day-index)
                           <= brt-closed-date (branch-index))
                   perform check-branch-has-day
                   if not branch-has-the-day
                       add 1 to brt-days-missing (branch-index)
                       add 1 to tdt-branches-missing
                           (trading-day-index)
                       display "  MISSING - no sales file for "
                           tdt-sales-date (trading-day-index)
                           " - not counted as a nil day"
                   end-if
               end-if
           end-perform
           if brt-days-missing (branch-index) > 0
               move 4 to return-code
           end-if
           .

       check-branch-has-day section.
           move "N" to branch-on-file-flag
           perform varying month-day-index from 1 by 1
                   until month-day-index > month-day-count
                       or branch-has-the-day
               if mdt-sales-date (month-day-index)
                       = tdt-sales-date (trading-day-index)
                   and mdt-branch-code (month-day-index)
                       = brt-branch-code (branch-index)
                   set branch-has-the-day to true
               end-if
           end-perform
           .

       report-consolidated section.
           perform reset-month-figures
           perform varying trading-day-index from 1 by 1
                   until trading-day-index > trading-day-count
               move tdt-sales-date (trading-day-index)
                   to day-sales-date
               move tdt-day-sales (trading-day-index)
                   to day-sales-amount
               perform tally-one-sales-day
           end-perform
           move "all branches consolidated" to report-level-name
           display " "
           perform print-month-end-report
           move 0 to days-incomplete
           perform varying trading-day-index from 1 by 1
                   until trading-day-index > trading-day-count
               if tdt-branches-missing (trading-day-index) > 0
                   add 1 to days-incomplete
               end-if
           end-perform
           if days-incomplete > 0
               display "  " days-incomplete " days short - a branch's "
                   "sales file is missing for them"
           end-if
           *> the business's plan is its branches' plans added up
           move 0 to branches-with-a-plan
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
               if brt-has-a-plan (branch-index)
                   add 1 to branches-with-a-plan
                   set month-has-a-plan to true
                   add brt-month-plan (branch-index)
                       to month-plan-total
               end-if
               perform varying plan-week-subscript from 1 by 1
                       until plan-week-subscript > MAX-REPORT-WEEKS
                   add brt-week-plan (branch-index plan-week-subscript)
                       to week-plan-entry (plan-week-subscript)
               end-perform
               add brt-ytd-plan (branch-index) to ytd-plan-total
               add brt-ytd-actual (branch-index) to ytd-actual-total
           end-perform
           perform print-plan-versus-actual
           if month-has-a-plan
                   and branches-with-a-plan < branch-count
               display "  plan covers " branches-with-a-plan " of "
                   branch-count " branches - the rest have no plan "
                   "line for the month"
           end-if
           .

       print-branch-ranking section.
           *> best month first
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
               move branch-index to rank-branch-index (branch-index)
           end-perform
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript >= branch-count
               move sort-pass-subscript to sort-next-subscript
               perform varying sort-scan-subscript
                       from sort-pass-subscript by 1
                       until sort-scan-subscript > branch-count
                   if brt-month-total
                           (rank-branch-index (sort-scan-subscript))
                       > brt-month-total
                           (rank-branch-index (sort-next-subscript))
                       move sort-scan-subscript to sort-next-subscript
                   end-if
               end-perform
               move rank-branch-index (sort-pass-subscript)
                   to rank-hold
               move rank-branch-index (sort-next-subscript)
                   to rank-branch-index (sort-pass-subscript)
               move rank-hold to rank-branch-index (sort-next-subscript)
           end-perform
           display " "
           display "Branch ranking - " report-year "/" report-month
           perform varying rank-position from 1 by 1
                   until rank-position > branch-count
               move rank-branch-index (rank-position) to branch-index
               move 0 to percent-achieved
               if brt-month-plan (branch-index) > 0
                   compute percent-achieved rounded =
                       brt-month-total (branch-index) * 100
                       / brt-month-plan (branch-index)
               end-if
               move percent-achieved to formatted-percent
               if brt-has-a-plan (branch-index)
                   display "  " rank-position " "
                       brt-branch-code (branch-index) " "
                       brt-branch-name (branch-index) " "
                       brt-month-total (branch-index)
                       " achieved " formatted-percent "%"
               else
                   display "  " rank-position " "
                       brt-branch-code (branch-index) " "
                       brt-branch-name (branch-index) " "
                       brt-month-total (branch-index) " (no plan)"
               end-if
               if brt-days-missing (branch-index) > 0
                   display "       " brt-days-missing (branch-index)
                       " days missing - the total is short"
               end-if
           end-perform
           .

       tally-one-sales-day section.
           add 1 to days-in-report
           add day-sales-amount to month-total-sales
           perform work-out-day-of-week
           if day-of-week-number = 6 or day-of-week-number = 0
               *> Saturday or Sunday
               add day-sales-amount to weekend-total-sales
               add 1 to weekend-day-count
           else
               add day-sales-amount to weekday-total-sales
               add 1 to weekday-day-count
           end-if
           perform tally-week-subtotal
           if day-sales-amount > best-day-sales
               move day-sales-amount to best-day-sales
               move day-sales-date to best-day-date
           end-if
           if day-sales-amount < worst-day-sales
               move day-sales-amount to worst-day-sales
               move day-sales-date to worst-day-date
           end-if
           .

       work-out-day-of-week section.
           *> day 1 of the integer calendar is a Monday, so the
           *> remainder maps 1-Monday through 6-Saturday, 0-Sunday
           move function integer-of-date (day-sales-date)
               to date-integer
           compute day-of-week-number = function mod (date-integer 7)
           .
               move 0 to wks-sales-total (week-subtotal-count)
               move week-subtotal-count to found-week-index
           end-if
           add day-sales-amount
               to wks-sales-total (found-week-index)
           .

       load-sales-plan section.
           open input sales-plan-data
           if plan-status-key-1 not = "0"
               display "No sales-plan.txt on file - actuals will "

       hold-one-plan-line section.
           if pln-year = report-year
               move pln-branch-code to sought-branch-code
               perform find-branch
               if pln-month = report-month
                   if pln-week-number = 0
                       move pln-planned-sales
                           to brt-month-plan (found-branch-index)
                       set brt-has-a-plan (found-branch-index)
                           to true
                   else
                       if pln-week-number <= MAX-REPORT-WEEKS
                           move pln-planned-sales to brt-week-plan
                               (found-branch-index pln-week-number)
                       end-if
                   end-if
               end-if
               if pln-month <= report-month
                       and pln-week-number = 0
                   add pln-planned-sales
                       to brt-ytd-plan (found-branch-index)
               end-if
           end-if
           .

       print-month-end-report section.
           display "Month-end sales report - " report-year "/"
               report-month " - " report-level-name
           if days-in-report = 0
               display "No dated sales records for the month"
           else
           *> shows inside the month instead of at year end
           display " "
           display "Plan versus actual - " report-year "/"
               report-month " - " report-level-name
           if not month-has-a-plan
               display "  no plan keyed for this month on "
                   "sales-plan.txt"
