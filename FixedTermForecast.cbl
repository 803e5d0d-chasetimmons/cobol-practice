       input-output section.
           select fixed-term-data assign "fixed-term-deposits.dat"
               organization indexed
               access dynamic
               record key ftd-account-number
               file status fixed-term-file-status-code.

           select accounts-master-data assign "accounts.dat"
               organization indexed
               access dynamic
               record key account-number
               file status accounts-file-status-code.

       file section.
       FD  fixed-term-data.    *> maturity dates and instructions
       01  fixed-term-record.
           copy fixed-term-record.

       FD  accounts-master-data.    *> what each deposit holds today
       01  account-record.
           copy account-record.

       working-storage section.
      *> the branch's view of money coming due: every running deposit
      *> by the week (Monday to Sunday) it matures in, with how much
      *> of it the standing instructions will pay out of the branch
      *> and how much will roll on.  Weeks run from this one; a
      *> deposit past its date that the maturity run has held over is
      *> shown first, anything beyond the horizon last
       78  FORECAST-WEEKS          value 13.
       01  forecast-week-table.
           05  forecast-week-entry     occurs FORECAST-WEEKS
                                        indexed by week-index.
               10  fcw-deposit-count   pic 9(4).
               10  fcw-maturing-total  pic 9(9)V9(2).
               10  fcw-payout-total    pic 9(9)V9(2).
       01  held-over-count         pic 9(4) value 0.
       01  held-over-total         pic 9(9)V9(2) value 0.
       01  held-over-payout        pic 9(9)V9(2) value 0.
       01  later-count             pic 9(4) value 0.
       01  later-total             pic 9(9)V9(2) value 0.
       01  later-payout            pic 9(9)V9(2) value 0.
       01  grand-count             pic 9(5) value 0.
       01  grand-total             pic 9(9)V9(2) value 0.
       01  grand-payout            pic 9(9)V9(2) value 0.

       01  end-of-file             pic 9.
       01  fixed-term-file-status-code.
           05  fixed-term-status-key-1 pic X.
           05  fixed-term-status-key-2 pic X.
       01  accounts-file-status-code.
           05  accounts-status-key-1 pic X.
           05  accounts-status-key-2 pic X.

       01  current-run-date        pic 9(8).
       01  this-week-start         pic 9(7).
       01  maturity-week-start     pic 9(7).
       01  week-start-date         pic 9(8).
       01  week-offset             pic S9(5).
       01  deposit-balance         pic S9(7)V9(2).
       01  deposit-payout          pic S9(7)V9(2).

       01  formatted-count         pic ZZZ9.
       01  formatted-maturing      pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-payout        pic ZZZ,ZZZ,ZZ9.99.
       01  formatted-rolling       pic ZZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "FixedTermForecast".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to current-run-date
           *> day 1 of the integer calendar is a Monday
           compute this-week-start =
               function integer-of-date (current-run-date)
               - function mod
                   (function integer-of-date (current-run-date) - 1,
                    7)
           initialize forecast-week-table
           open input fixed-term-data
           if fixed-term-status-key-1 not = "0"
               display "No fixed-term deposits on file - status "
                   fixed-term-file-status-code
               close fixed-term-data
               perform write-run-control-end
               goback
           end-if
           open input accounts-master-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read fixed-term-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       if ftd-deposit-active
                           perform tally-one-deposit
                       end-if
               end-read
           end-perform
           close fixed-term-data
           close accounts-master-data
           perform print-maturity-forecast
           perform write-run-control-end
           goback
           .

       tally-one-deposit section.
           move ftd-account-number to account-number
           read accounts-master-data
               invalid key
                   move 0 to account-balance
           end-read
           move account-balance to deposit-balance
           evaluate true
               when ftd-pay-out-all
                   move deposit-balance to deposit-payout
               when ftd-roll-over-principal
                   compute deposit-payout =
                       deposit-balance - ftd-term-principal
                   if deposit-payout < 0
                       move 0 to deposit-payout
                   end-if
               when other
                   move 0 to deposit-payout
           end-evaluate
           add 1 to grand-count
           add deposit-balance to grand-total
           add deposit-payout to grand-payout
           compute maturity-week-start =
               function integer-of-date (ftd-maturity-date)
               - function mod
                   (function integer-of-date (ftd-maturity-date) - 1,
                    7)
           compute week-offset =
               (maturity-week-start - this-week-start) / 7
           if ftd-maturity-date < current-run-date
               add 1 to held-over-count
               add deposit-balance to held-over-total
               add deposit-payout to held-over-payout
           else
               if week-offset >= FORECAST-WEEKS
                   add 1 to later-count
                   add deposit-balance to later-total
                   add deposit-payout to later-payout
               else
                   set week-index to week-offset
                   set week-index up by 1
                   add 1 to fcw-deposit-count (week-index)
                   add deposit-balance
                       to fcw-maturing-total (week-index)
                   add deposit-payout to fcw-payout-total (week-index)
               end-if
           end-if
           .

       print-maturity-forecast section.
           move "O" to rw-action
           move "fixed-term-forecast.prt" to rw-print-file-name
           move "FIXED-TERM MATURITY FORECAST" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move "WEEK FROM     DEPOSITS        MATURING"
               & "       PAYING OUT         ROLLING ON"
               to rw-line-text
           perform call-report-writer
           move "D" to rw-action
           move held-over-count to formatted-count
           move held-over-total to formatted-maturing
           move held-over-payout to formatted-payout
           compute formatted-rolling =
               held-over-total - held-over-payout
           move spaces to rw-line-text
           string "HELD OVER       " formatted-count "  "
               formatted-maturing "   " formatted-payout "   "
               formatted-rolling
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying week-index from 1 by 1
                   until week-index > FORECAST-WEEKS
               perform print-one-forecast-week
           end-perform
           move later-count to formatted-count
           move later-total to formatted-maturing
           move later-payout to formatted-payout
           compute formatted-rolling = later-total - later-payout
           move spaces to rw-line-text
           string "LATER           " formatted-count "  "
               formatted-maturing "   " formatted-payout "   "
               formatted-rolling
               delimited by size into rw-line-text
           perform call-report-writer
           move "T" to rw-action
           move grand-count to formatted-count
           move grand-total to formatted-maturing
           move grand-payout to formatted-payout
           compute formatted-rolling = grand-total - grand-payout
           move spaces to rw-line-text
           string "ALL DEPOSITS    " formatted-count "  "
               formatted-maturing "   " formatted-payout "   "
               formatted-rolling
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display grand-count " running deposits forecast to "
               "fixed-term-forecast.prt"
           .

       print-one-forecast-week section.
           compute week-start-date = function date-of-integer
               (this-week-start + (week-index - 1) * 7)
           move fcw-deposit-count (week-index) to formatted-count
           move fcw-maturing-total (week-index) to formatted-maturing
           move fcw-payout-total (week-index) to formatted-payout
           compute formatted-rolling =
               fcw-maturing-total (week-index)
               - fcw-payout-total (week-index)
           move spaces to rw-line-text
           string week-start-date "        " formatted-count "  "
               formatted-maturing "   " formatted-payout "   "
               formatted-rolling
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
           move grand-count to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
