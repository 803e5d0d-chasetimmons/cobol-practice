       input-output section.
           select sales-transaction-data assign "sales-data.txt"
               organization sequential
               file status sales-file-status-code.

           select branch-master-data assign "branch-master.txt"
               organization sequential
               file status branch-file-status-code.

           select proposed-plan-data assign "sales-plan-proposed.txt"
               organization sequential
               file status proposed-file-status-code.

           select forecast-data assign "sales-forecast.txt"
               organization sequential
               file status forecast-file-status-code.

       file section.
       FD  sales-transaction-data.    *> the trading history
       01  sales-transaction-record.
           copy sales-transaction-record.

       FD  branch-master-data.    *> the shops
       01  branch-master-record.
           copy branch-master-record.

       FD  proposed-plan-data.    *> the plan put to the owner
       01  proposed-plan-record.
           copy sales-plan-record.

       FD  forecast-data.    *> every day forecast, for the accuracy
                              *> report
       01  forecast-record.
           copy sales-forecast-record.

       working-storage section.
      *> next month's sales forecast, branch by branch, from the
      *> trading history on sales-data.txt.  Each day's figure is a
      *> base daily rate shaped by the day of the week:
      *>   the base is the average of the last four weeks' daily
      *>   sales and the same month last year's daily sales, the
      *>   latter grown by how the last twelve months compare with
      *>   the twelve before - which is why two years of history
      *>   are wanted; with only one of the two, it is the base;
      *>   the day-of-week factor is that weekday's average over
      *>   the two years against the average of every day, as the
      *>   month-end report's weekday and weekend split shows it -
      *>   a weekday the branch never trades gets nothing.
      *> The month and its Monday-to-Sunday weeks go on
      *> sales-plan-proposed.txt in the plan's own layout for the
      *> owner to adjust and take on with SalesPlanAccept, and each
      *> day goes on sales-forecast.txt.  Past forecasts are then
      *> set against what the days actually took
       78  FORECAST-WINDOW-DAYS    value 730.
       78  MOVING-AVERAGE-DAYS     value 28.

       78  MAX-HISTORY-DAYS        value 12000.
       01  history-table.
           05  history-entry           occurs MAX-HISTORY-DAYS
                                        indexed by history-index.
               10  hst-sales-date      pic 9(8).
               10  hst-branch-code     pic X(3).
               10  hst-day-sales       pic 9(7).
       01  history-count           pic 9(5) value 0.
       01  found-history-day       pic 9(5).

       78  MAX-BRANCHES            value 10.
       01  branch-table.
           05  branch-entry            occurs MAX-BRANCHES
                                        indexed by branch-index.
               10  brt-branch-code     pic X(3).
               10  brt-branch-name     pic X(20).
               10  brt-closed-date     pic 9(8).
       01  branch-count            pic 9(2) value 0.

      *> the branch being forecast
       01  weekday-table.
           05  weekday-entry           occurs 7.
               10  wkd-sales-total     pic 9(9).
               10  wkd-day-count       pic 9(4).
               10  wkd-factor          pic 9(2)V9(4).
       01  weekday-subscript       pic 9.
       01  window-sales-total      pic 9(9).
       01  window-day-count        pic 9(4).
       01  window-daily-average    pic 9(7)V9(2).
       01  average-sales-total     pic 9(9).
       01  average-day-count       pic 9(3).
       01  moving-average          pic 9(7)V9(2).
       01  last-year-sales-total   pic 9(9).
       01  last-year-day-count     pic 9(3).
       01  last-year-daily         pic 9(7)V9(2).
       01  recent-year-total       pic 9(9).
       01  prior-year-total        pic 9(9).
       01  year-on-year-trend      pic 9(2)V9(4).
       01  base-daily-sales        pic 9(7)V9(2).
       01  earliest-branch-date    pic 9(8).

       01  forecast-month          pic 9(6).
       01  month-start-date        pic 9(8).
       01  month-start-integer     pic 9(8).
       01  next-month-date         pic 9(8).
       01  days-in-month           pic 9(2).
       01  last-year-month         pic 9(6).
       01  history-integer         pic 9(8).
       01  day-integer             pic 9(8).
       01  day-of-week-number      pic 9.
       01  first-week-start        pic 9(8).
       01  week-number             pic 9.
       01  day-of-month            pic 9(2).
       01  month-forecast-total    pic 9(8).
       01  day-forecast            pic 9(7).
       78  MAX-PLAN-WEEKS          value 6.
       01  week-forecast-table.
           05  week-forecast-total     pic 9(8)
                                        occurs MAX-PLAN-WEEKS.
       01  weeks-in-month          pic 9.
       01  plan-week-sequence      pic 9.
       01  short-history-flag      pic X.
           88  history-is-short        value "Y".

      *> the forecast register, the latest line for each day
       78  MAX-FORECAST-DAYS       value 5000.
       01  past-forecast-table.
           05  past-forecast-entry     occurs MAX-FORECAST-DAYS
                                        indexed by past-index.
               10  pft-sales-date      pic 9(8).
               10  pft-branch-code     pic X(3).
               10  pft-forecast-sales  pic 9(7).
       01  past-forecast-count     pic 9(4) value 0.
       01  found-past-forecast     pic 9(4).

      *> and how each month's forecast did, branch by branch
       78  MAX-ACCURACY-MONTHS     value 240.
       01  accuracy-table.
           05  accuracy-entry          occurs MAX-ACCURACY-MONTHS
                                        indexed by accuracy-index.
               10  acc-month           pic 9(6).
               10  acc-branch-code     pic X(3).
               10  acc-forecast-total  pic 9(9).
               10  acc-actual-total    pic 9(9).
               10  acc-days-compared   pic 9(3).
               10  acc-error-total     pic 9(7)V9(2).
       01  accuracy-count          pic 9(3) value 0.
       01  found-accuracy-month    pic 9(3).
       01  day-error-amount        pic S9(7).
       01  day-error-percent       pic 9(5)V9(2).
       01  month-error-percent     pic S9(5)V9(1).
       01  mean-day-error          pic 9(5)V9(1).
       01  all-days-compared       pic 9(5) value 0.
       01  all-error-total         pic 9(9)V9(2) value 0.
       01  formatted-month-error   pic -(4)9.9.
       01  formatted-day-error     pic ZZZZ9.9.

       01  end-of-file             pic 9.
       01  sales-file-status-code.
           05  sales-status-key-1  pic X.
           05  sales-status-key-2  pic X.
       01  branch-file-status-code.
           05  branch-status-key-1 pic X.
           05  branch-status-key-2 pic X.
       01  proposed-file-status-code.
           05  proposed-status-key-1 pic X.
           05  proposed-status-key-2 pic X.
       01  forecast-file-status-code.
           05  forecast-status-key-1 pic X.
           05  forecast-status-key-2 pic X.
       01  forecast-run-date       pic 9(8).

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "SalesForecast".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to forecast-run-date
           display "Forecast which month (CCYYMM)?"
           accept forecast-month
           perform work-out-forecast-month
           perform load-sales-history
           perform load-branch-master
           if return-code > 4
               perform write-run-control-end
               goback
           end-if
           perform load-past-forecasts
           open output proposed-plan-data
           open extend forecast-data
           if forecast-status-key-1 = "3"
               open output forecast-data
           end-if
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
               if brt-closed-date (branch-index) = 0
                       or brt-closed-date (branch-index)
                           >= month-start-date
                   perform forecast-one-branch
               end-if
           end-perform
           close proposed-plan-data
           close forecast-data
           perform print-forecast-accuracy
           display "Proposed plan on sales-plan-proposed.txt - adjust "
               "it as needed and run SalesPlanAccept to take it on"
           perform write-run-control-end
           goback
           .

       work-out-forecast-month section.
           compute month-start-date = forecast-month * 100 + 1
           move function integer-of-date (month-start-date)
               to month-start-integer
           if forecast-month (5:2) = 12
               compute next-month-date =
                   (forecast-month + 89) * 100 + 1
           else
               compute next-month-date =
                   (forecast-month + 1) * 100 + 1
           end-if
           compute days-in-month =
               function integer-of-date (next-month-date)
               - month-start-integer
           compute last-year-month = forecast-month - 100
           *> plan week 1 is the calendar week holding the 1st
           compute day-of-week-number =
               function mod (month-start-integer 7)
           if day-of-week-number = 0
               compute first-week-start = month-start-integer - 6
           else
               compute first-week-start =
                   month-start-integer - day-of-week-number + 1
           end-if
           .

       load-sales-history section.
           open input sales-transaction-data
           if sales-status-key-1 not = "0"
               display "No sales-data.txt - nothing to forecast from"
               close sales-transaction-data
               move 8 to return-code
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read sales-transaction-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform fold-one-sales-line
               end-read
           end-perform
           close sales-transaction-data
           .

       fold-one-sales-line section.
           *> a day's lines for a branch are usually together, so
           *> the search runs back from the newest day
           move 0 to found-history-day
           perform varying history-index from history-count by -1
                   until history-index < 1
                       or found-history-day > 0
               if hst-sales-date (history-index) = trans-sales-date
                   and hst-branch-code (history-index)
                       = trans-branch-code
                   set found-history-day to history-index
               end-if
           end-perform
           if found-history-day = 0
               if history-count >= MAX-HISTORY-DAYS
                   display "History table is full at "
                       MAX-HISTORY-DAYS " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to history-count
               move history-count to found-history-day
               move trans-sales-date
                   to hst-sales-date (found-history-day)
               move trans-branch-code
                   to hst-branch-code (found-history-day)
               move 0 to hst-day-sales (found-history-day)
           end-if
           add trans-daily-sales to hst-day-sales (found-history-day)
           .

       load-branch-master section.
           open input branch-master-data
           if branch-status-key-1 not = "0"
               display "No branch-master.txt - no branches to forecast"
               close branch-master-data
               move 8 to return-code
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read branch-master-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if branch-count >= MAX-BRANCHES
                           display "Branch table is full at "
                               MAX-BRANCHES
                               " - raise the limit and re-run"
                           move 16 to return-code
                           perform write-run-control-end
                           stop run
                       end-if
                       add 1 to branch-count
                       move brn-branch-code
                           to brt-branch-code (branch-count)
                       move brn-branch-name
                           to brt-branch-name (branch-count)
                       move brn-closed-date
                           to brt-closed-date (branch-count)
               end-read
           end-perform
           close branch-master-data
           .

       load-past-forecasts section.
           open input forecast-data
           if forecast-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read forecast-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-past-forecast
                   end-read
               end-perform
           end-if
           close forecast-data
           .

       hold-one-past-forecast section.
           move 0 to found-past-forecast
           perform varying past-index from 1 by 1
                   until past-index > past-forecast-count
                       or found-past-forecast > 0
               if pft-sales-date (past-index) = sfc-sales-date
                   and pft-branch-code (past-index) = sfc-branch-code
                   set found-past-forecast to past-index
               end-if
           end-perform
           if found-past-forecast = 0
               if past-forecast-count >= MAX-FORECAST-DAYS
                   display "Past forecast table is full at "
                       MAX-FORECAST-DAYS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to past-forecast-count
               move past-forecast-count to found-past-forecast
               move sfc-sales-date
                   to pft-sales-date (found-past-forecast)
               move sfc-branch-code
                   to pft-branch-code (found-past-forecast)
           end-if
           move sfc-forecast-sales
               to pft-forecast-sales (found-past-forecast)
           .

       forecast-one-branch section.
           perform measure-branch-history
           if average-day-count = 0 and last-year-day-count = 0
               display "Branch " brt-branch-code (branch-index)
                   " has no trading in the last four weeks or the "
                   "same month last year - no forecast"
               move 4 to return-code
               exit section
           end-if
           if history-is-short
               display "Branch " brt-branch-code (branch-index)
                   " has less than two years of history - its "
                   "forecast is rougher for it"
               move 4 to return-code
           end-if
           perform work-out-base-daily-sales
           move 0 to month-forecast-total
           initialize week-forecast-table
           move 0 to weeks-in-month
           perform varying day-of-month from 1 by 1
                   until day-of-month > days-in-month
               perform forecast-one-day
           end-perform
           perform write-proposed-plan
           display "Branch " brt-branch-code (branch-index) " "
               brt-branch-name (branch-index) " forecast "
               month-forecast-total " for " forecast-month
           .

       measure-branch-history section.
           initialize weekday-table
           move 0 to window-sales-total
           move 0 to window-day-count
           move 0 to average-sales-total
           move 0 to average-day-count
           move 0 to last-year-sales-total
           move 0 to last-year-day-count
           move 0 to recent-year-total
           move 0 to prior-year-total
           move 99999999 to earliest-branch-date
           perform varying history-index from 1 by 1
                   until history-index > history-count
               if hst-branch-code (history-index)
                       = brt-branch-code (branch-index)
                   and hst-sales-date (history-index)
                       < month-start-date
                   perform measure-one-history-day
               end-if
           end-perform
           move "N" to short-history-flag
           if earliest-branch-date = 99999999
               set history-is-short to true
           else
               if function integer-of-date (earliest-branch-date)
                       > month-start-integer - FORECAST-WINDOW-DAYS
                   set history-is-short to true
               end-if
           end-if
           .

       measure-one-history-day section.
           if hst-sales-date (history-index) < earliest-branch-date
               move hst-sales-date (history-index)
                   to earliest-branch-date
           end-if
           move function integer-of-date
               (hst-sales-date (history-index)) to history-integer
           if history-integer
                   < month-start-integer - FORECAST-WINDOW-DAYS
               exit section
           end-if
           *> 1 Sunday through 7 Saturday
           compute weekday-subscript =
               function mod (history-integer 7) + 1
           add hst-day-sales (history-index)
               to wkd-sales-total (weekday-subscript)
           add 1 to wkd-day-count (weekday-subscript)
           add hst-day-sales (history-index) to window-sales-total
           add 1 to window-day-count
           if history-integer
                   >= month-start-integer - MOVING-AVERAGE-DAYS
               add hst-day-sales (history-index)
                   to average-sales-total
               add 1 to average-day-count
           end-if
           if history-integer >= month-start-integer - 365
               add hst-day-sales (history-index) to recent-year-total
           else
               add hst-day-sales (history-index) to prior-year-total
           end-if
           if hst-sales-date (history-index) (1:6) = last-year-month
               add hst-day-sales (history-index)
                   to last-year-sales-total
               add 1 to last-year-day-count
           end-if
           .

       work-out-base-daily-sales section.
           move 0 to moving-average
           if average-day-count > 0
               compute moving-average rounded =
                   average-sales-total / average-day-count
           end-if
           move 1 to year-on-year-trend
           if prior-year-total > 0
               compute year-on-year-trend rounded =
                   recent-year-total / prior-year-total
           end-if
           move 0 to last-year-daily
           if last-year-day-count > 0
               compute last-year-daily rounded =
                   last-year-sales-total / last-year-day-count
                   * year-on-year-trend
           end-if
           evaluate true
               when average-day-count > 0
                       and last-year-day-count > 0
                   compute base-daily-sales rounded =
                       (moving-average + last-year-daily) / 2
               when average-day-count > 0
                   move moving-average to base-daily-sales
               when other
                   move last-year-daily to base-daily-sales
           end-evaluate
           move 0 to window-daily-average
           if window-day-count > 0
               compute window-daily-average rounded =
                   window-sales-total / window-day-count
           end-if
           perform varying weekday-subscript from 1 by 1
                   until weekday-subscript > 7
               move 0 to wkd-factor (weekday-subscript)
               if wkd-day-count (weekday-subscript) > 0
                       and window-daily-average > 0
                   compute wkd-factor (weekday-subscript) rounded =
                       wkd-sales-total (weekday-subscript)
                       / wkd-day-count (weekday-subscript)
                       / window-daily-average
               end-if
           end-perform
           .

       forecast-one-day section.
           compute day-integer = month-start-integer + day-of-month - 1
           compute weekday-subscript = function mod (day-integer 7) + 1
           if window-day-count = 0
               *> nothing to shape the week with - every day alike
               move base-daily-sales to day-forecast
           else
               compute day-forecast rounded =
                   base-daily-sales * wkd-factor (weekday-subscript)
           end-if
           add day-forecast to month-forecast-total
           compute week-number =
               (day-integer - first-week-start) / 7 + 1
           add day-forecast to week-forecast-total (week-number)
           move week-number to weeks-in-month
           move spaces to forecast-record
           move function date-of-integer (day-integer)
               to sfc-sales-date
           move brt-branch-code (branch-index) to sfc-branch-code
           move day-forecast to sfc-forecast-sales
           move forecast-run-date to sfc-made-date
           write forecast-record
           add 1 to rcl-records-written
           .

       write-proposed-plan section.
           move spaces to proposed-plan-record
           move forecast-month (1:4) to pln-year
           move forecast-month (5:2) to pln-month
           move 0 to pln-week-number
           move month-forecast-total to pln-planned-sales
           move brt-branch-code (branch-index) to pln-branch-code
           write proposed-plan-record
           *> the month end numbers the plan's weeks along the weeks
           *> that traded, so a week the branch is shut all through -
           *> a month starting on the day it never opens - has no line
           move 0 to plan-week-sequence
           perform varying week-number from 1 by 1
                   until week-number > weeks-in-month
               if week-forecast-total (week-number) > 0
                   add 1 to plan-week-sequence
                   move plan-week-sequence to pln-week-number
                   move week-forecast-total (week-number)
                       to pln-planned-sales
                   write proposed-plan-record
               end-if
           end-perform
           .

       print-forecast-accuracy section.
           *> every day forecast before this month that has traded -
           *> a day with nothing on file is a missing sales file, not
           *> a nil day, and is left out
           perform varying past-index from 1 by 1
                   until past-index > past-forecast-count
               if pft-sales-date (past-index) < month-start-date
                   perform compare-one-past-day
               end-if
           end-perform
           move "O" to rw-action
           move "forecast-accuracy.prt" to rw-print-file-name
           move "SALES FORECAST ACCURACY" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "MONTH  BRANCH   FORECAST     ACTUAL  MONTH ERR%"
               "  AVG DAY ERR%  DAYS"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying accuracy-index from 1 by 1
                   until accuracy-index > accuracy-count
               perform print-one-accuracy-month
           end-perform
           move "T" to rw-action
           move 0 to mean-day-error
           if all-days-compared > 0
               compute mean-day-error rounded =
                   all-error-total / all-days-compared
           end-if
           move mean-day-error to formatted-day-error
           move spaces to rw-line-text
           string "ALL FORECASTS - " all-days-compared
               " days, a day out by " formatted-day-error
               "% on average"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display "Past forecasts: " all-days-compared " days out by "
               formatted-day-error "% on average - on "
               "forecast-accuracy.prt"
           .

       compare-one-past-day section.
           move 0 to found-history-day
           perform varying history-index from 1 by 1
                   until history-index > history-count
                       or found-history-day > 0
               if hst-sales-date (history-index)
                       = pft-sales-date (past-index)
                   and hst-branch-code (history-index)
                       = pft-branch-code (past-index)
                   set found-history-day to history-index
               end-if
           end-perform
           if found-history-day = 0
               exit section
           end-if
           move 0 to found-accuracy-month
           perform varying accuracy-index from 1 by 1
                   until accuracy-index > accuracy-count
                       or found-accuracy-month > 0
               if acc-month (accuracy-index)
                       = pft-sales-date (past-index) (1:6)
                   and acc-branch-code (accuracy-index)
                       = pft-branch-code (past-index)
                   set found-accuracy-month to accuracy-index
               end-if
           end-perform
           if found-accuracy-month = 0
               if accuracy-count >= MAX-ACCURACY-MONTHS
                   display "Accuracy table is full at "
                       MAX-ACCURACY-MONTHS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to accuracy-count
               move accuracy-count to found-accuracy-month
               initialize accuracy-entry (found-accuracy-month)
               move pft-sales-date (past-index) (1:6)
                   to acc-month (found-accuracy-month)
               move pft-branch-code (past-index)
                   to acc-branch-code (found-accuracy-month)
           end-if
           add pft-forecast-sales (past-index)
               to acc-forecast-total (found-accuracy-month)
           add hst-day-sales (found-history-day)
               to acc-actual-total (found-accuracy-month)
           if hst-day-sales (found-history-day) > 0
               compute day-error-amount =
                   pft-forecast-sales (past-index)
                   - hst-day-sales (found-history-day)
               compute day-error-percent rounded =
                   function abs (day-error-amount) * 100
                   / hst-day-sales (found-history-day)
               add day-error-percent
                   to acc-error-total (found-accuracy-month)
               add 1 to acc-days-compared (found-accuracy-month)
               add day-error-percent to all-error-total
               add 1 to all-days-compared
           end-if
           .

       print-one-accuracy-month section.
           move 0 to month-error-percent
           if acc-actual-total (accuracy-index) > 0
               compute month-error-percent rounded =
                   (acc-forecast-total (accuracy-index)
                       - acc-actual-total (accuracy-index)) * 100
                   / acc-actual-total (accuracy-index)
           end-if
           move 0 to mean-day-error
           if acc-days-compared (accuracy-index) > 0
               compute mean-day-error rounded =
                   acc-error-total (accuracy-index)
                   / acc-days-compared (accuracy-index)
           end-if
           move month-error-percent to formatted-month-error
           move mean-day-error to formatted-day-error
           move spaces to rw-line-text
           string acc-month (accuracy-index) " "
               acc-branch-code (accuracy-index) "   "
               acc-forecast-total (accuracy-index) "  "
               acc-actual-total (accuracy-index) "     "
               formatted-month-error "        "
               formatted-day-error "   "
               acc-days-compared (accuracy-index)
               delimited by size into rw-line-text
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
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
