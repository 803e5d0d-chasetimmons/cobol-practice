               file status sales-file-status-code.

       file section.
       FD  sales-transaction-data.    *> the till's dated takings,
                                         *> a line per salesperson
                                         *> per trading day
       01  sales-transaction-record.
           copy sales-transaction-record.

       working-storage section.
       01  sales.
           05  sales-entry binary-long occurs 5.

      *> a month of days for each of up to ten branches
       78  TABLE-SIZE      value 310.
       01  sales-count     pic 9(3) value 0.
       01  daily-sales     binary-long occurs 1 to TABLE-SIZE
                                       depending on sales-count
       01  sales-date-table.
           05  sales-entry-date    pic 9(8) occurs 1 to TABLE-SIZE
                                       depending on sales-count.
      *> and its branch - each branch's days are judged against its
      *> own, so one shop's quiet day doesn't hide in the other's
       01  sales-branch-table.
           05  sales-entry-branch  pic X(3) occurs 1 to TABLE-SIZE
                                       depending on sales-count.
       01  found-sales-slot        pic 9(3).
       01  slot-scan-index         pic 9(3).
       01  sorted-sales-count pic 9(3) value 0.
       01  sorted-daily-sales binary-long occurs 1 to TABLE-SIZE
                                       depending on sorted-sales-count
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform fold-one-sales-line
               end-read
           end-perform
           close sales-transaction-data
           .

       fold-one-sales-line section.
           *> a line per salesperson per branch - a day's later lines
           *> for the same branch join its slot
           move 0 to found-sales-slot
           perform varying slot-scan-index from sales-count by -1
                   until slot-scan-index < 1
                       or found-sales-slot > 0
               if sales-entry-date (slot-scan-index)
                       = trans-sales-date
                   and sales-entry-branch (slot-scan-index)
                       = trans-branch-code
                   move slot-scan-index to found-sales-slot
               end-if
           end-perform
           if found-sales-slot > 0
               add trans-daily-sales to daily-sales (found-sales-slot)
           else
               if sales-count < TABLE-SIZE
                   add 1 to sales-count
                   move trans-daily-sales to daily-sales (sales-count)
                   move trans-sales-date
                       to sales-entry-date (sales-count)
                   move trans-branch-code
                       to sales-entry-branch (sales-count)
               end-if
           end-if
           .

       load-sorted-sales-table section.
           move 0 to sorted-sales-count
           perform varying i from 1 by 1 until i > sales-count

       check-day-over-day-variance section.
           perform varying i from 2 by 1 until i > sales-count
               perform find-prior-branch-day
               if prior-day-index > 0
                   perform judge-one-day
               end-if
           end-perform
           .

       find-prior-branch-day section.
           *> the branch's own previous day on file - a day its sales
           *> file is missing is not there, so is passed over rather
           *> than judged as nil
           move 0 to prior-day-index
           perform varying slot-scan-index from i by -1
                   until slot-scan-index <= 1
                       or prior-day-index > 0
               if sales-entry-branch (slot-scan-index - 1)
                       = sales-entry-branch (i)
                   compute prior-day-index = slot-scan-index - 1
               end-if
           end-perform
           .

       judge-one-day section.
           compute variance-amount =
               daily-sales (i) - daily-sales (prior-day-index)
           if daily-sales (prior-day-index) not = 0
               compute variance-percent rounded =
                   (function abs(variance-amount)
                       / daily-sales (prior-day-index)) * 100
               if variance-percent > VARIANCE-ALERT-THRESHOLD
                   display "ALERT - branch " sales-entry-branch (i)
                       " " sales-entry-date (i)
                       " sales varied by " variance-percent
                       "% from "
                       sales-entry-date (prior-day-index)
                   perform raise-variance-ops-alert
               end-if
           end-if
           .

       raise-variance-ops-alert section.
           *> the overnight console is unwatched - the same alert
           *> goes on the ops-alert file for the morning summary
           move "M" to ta-alert-severity
           string "day-over-day sales variance " variance-percent
               "% on " sales-entry-date (i) " branch "
               sales-entry-branch (i) delimited by size
               into ta-alert-text
           end-string
           call "OpsAlert"
