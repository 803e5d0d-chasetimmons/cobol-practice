       input-output section.
           select proposed-plan-data assign "sales-plan-proposed.txt"
               organization sequential
               file status proposed-file-status-code.

           select sales-plan-data assign "sales-plan.txt"
               organization sequential
               file status plan-file-status-code.

       file section.
       FD  proposed-plan-data.    *> SalesForecast's plan, as the owner
                                   *> has left it
       01  proposed-plan-record.
           copy sales-plan-record.

       FD  sales-plan-data.    *> the plan the month end measures by
       01  sales-plan-record.
           copy sales-plan-record.

       working-storage section.
      *> takes the proposed plan on.  Every branch and month on
      *> sales-plan-proposed.txt replaces that branch's lines for the
      *> month on sales-plan.txt - month and weeks together, so a
      *> week the owner struck out of the proposal goes too.  Every
      *> other line on the plan is kept as it was
       78  MAX-PROPOSED-LINES      value 100.
       01  proposed-table.
           05  proposed-entry          occurs MAX-PROPOSED-LINES
                                        indexed by proposed-index.
               10  ppt-year            pic 9(4).
               10  ppt-month           pic 9(2).
               10  ppt-week-number     pic 9.
               10  ppt-planned-sales   pic 9(8).
               10  ppt-branch-code     pic X(3).
       01  proposed-count          pic 9(3) value 0.

       78  MAX-PLAN-LINES          value 5000.
       01  kept-plan-table.
           05  kept-plan-entry         occurs MAX-PLAN-LINES
                                        indexed by kept-index.
               10  kpt-year            pic 9(4).
               10  kpt-month           pic 9(2).
               10  kpt-week-number     pic 9.
               10  kpt-planned-sales   pic 9(8).
               10  kpt-branch-code     pic X(3).
       01  kept-count              pic 9(4) value 0.
       01  lines-replaced          pic 9(4) value 0.
       01  replaced-flag           pic X.
           88  line-is-replaced        value "Y".

       01  end-of-file             pic 9.
       01  proposed-file-status-code.
           05  proposed-status-key-1 pic X.
           05  proposed-status-key-2 pic X.
       01  plan-file-status-code.
           05  plan-status-key-1   pic X.
           05  plan-status-key-2   pic X.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "SalesPlanAccept".

       procedure division.
           copy run-banner.
           perform load-proposed-plan
           if return-code not = 0
               perform write-run-control-end
               goback
           end-if
           perform keep-other-plan-lines
           open output sales-plan-data
           perform varying kept-index from 1 by 1
                   until kept-index > kept-count
               move spaces to sales-plan-record
               move kpt-year (kept-index) to pln-year
                   of sales-plan-record
               move kpt-month (kept-index) to pln-month
                   of sales-plan-record
               move kpt-week-number (kept-index) to pln-week-number
                   of sales-plan-record
               move kpt-planned-sales (kept-index) to pln-planned-sales
                   of sales-plan-record
               move kpt-branch-code (kept-index) to pln-branch-code
                   of sales-plan-record
               write sales-plan-record
           end-perform
           perform varying proposed-index from 1 by 1
                   until proposed-index > proposed-count
               move spaces to sales-plan-record
               move ppt-year (proposed-index) to pln-year
                   of sales-plan-record
               move ppt-month (proposed-index) to pln-month
                   of sales-plan-record
               move ppt-week-number (proposed-index) to pln-week-number
                   of sales-plan-record
               move ppt-planned-sales (proposed-index)
                   to pln-planned-sales of sales-plan-record
               move ppt-branch-code (proposed-index) to pln-branch-code
                   of sales-plan-record
               write sales-plan-record
               add 1 to rcl-records-written
           end-perform
           close sales-plan-data
           display proposed-count " proposed plan lines taken on, "
               lines-replaced " earlier lines replaced, " kept-count
               " kept"
           perform write-run-control-end
           goback
           .

       load-proposed-plan section.
           open input proposed-plan-data
           if proposed-status-key-1 not = "0"
               display "No sales-plan-proposed.txt - run SalesForecast "
                   "first"
               close proposed-plan-data
               move 8 to return-code
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read proposed-plan-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform hold-one-proposed-line
               end-read
           end-perform
           close proposed-plan-data
           if proposed-count = 0 and return-code = 0
               display "sales-plan-proposed.txt is empty - the plan is "
                   "left as it is"
               move 4 to return-code
           end-if
           .

       hold-one-proposed-line section.
           *> the owner has had the file in an editor - a line that no
           *> longer reads as a plan line stops the whole take-on
           *> rather than be guessed at
           if pln-year of proposed-plan-record not numeric
                   or pln-month of proposed-plan-record not numeric
                   or pln-week-number of proposed-plan-record
                       not numeric
                   or pln-planned-sales of proposed-plan-record
                       not numeric
               add 1 to rcl-records-rejected
               display "Proposed line " rcl-records-read
                   " is not a plan line - correct it and re-run, the "
                   "plan is left as it is"
               move 8 to return-code
               exit section
           end-if
           if proposed-count >= MAX-PROPOSED-LINES
               display "Proposed plan table is full at "
                   MAX-PROPOSED-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to proposed-count
           move pln-year of proposed-plan-record
               to ppt-year (proposed-count)
           move pln-month of proposed-plan-record
               to ppt-month (proposed-count)
           move pln-week-number of proposed-plan-record
               to ppt-week-number (proposed-count)
           move pln-planned-sales of proposed-plan-record
               to ppt-planned-sales (proposed-count)
           move pln-branch-code of proposed-plan-record
               to ppt-branch-code (proposed-count)
           .

       keep-other-plan-lines section.
           open input sales-plan-data
           if plan-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read sales-plan-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform keep-one-plan-line
                   end-read
               end-perform
           end-if
           close sales-plan-data
           .

       keep-one-plan-line section.
           move "N" to replaced-flag
           perform varying proposed-index from 1 by 1
                   until proposed-index > proposed-count
                       or line-is-replaced
               if ppt-year (proposed-index)
                       = pln-year of sales-plan-record
                   and ppt-month (proposed-index)
                       = pln-month of sales-plan-record
                   and ppt-branch-code (proposed-index)
                       = pln-branch-code of sales-plan-record
                   set line-is-replaced to true
               end-if
           end-perform
           if line-is-replaced
               add 1 to lines-replaced
               exit section
           end-if
           if kept-count >= MAX-PLAN-LINES
               display "Plan table is full at " MAX-PLAN-LINES
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to kept-count
           move pln-year of sales-plan-record to kpt-year (kept-count)
           move pln-month of sales-plan-record
               to kpt-month (kept-count)
           move pln-week-number of sales-plan-record
               to kpt-week-number (kept-count)
           move pln-planned-sales of sales-plan-record
               to kpt-planned-sales (kept-count)
           move pln-branch-code of sales-plan-record
               to kpt-branch-code (kept-count)
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
