       input-output section.
           select product-master-data assign "product-master.txt"
               organization sequential
               file status product-file-status-code.

           select branch-master-data assign "branch-master.txt"
               organization sequential
               file status branch-file-status-code.

           select sales-line-data assign "sales-lines.txt"
               organization sequential
               file status line-file-status-code.

           select sales-transaction-data assign "sales-data.txt"
               organization sequential
               file status sales-file-status-code.

       file section.
       FD  product-master-data.    *> what the shop sells, and for what
       01  product-master-record.
           copy product-master-record.

       FD  branch-master-data.    *> the shops
       01  branch-master-record.
           copy branch-master-record.

       FD  sales-line-data.    *> the till's product lines
       01  sales-line-record.
           copy sales-line-record.

       FD  sales-transaction-data.    *> the day totals every sales and
                                       *> banking program reads
       01  sales-transaction-record.
           copy sales-transaction-record.

       working-storage section.
      *> the day totals from the till's product lines.  Each line is
      *> checked against the product master and valued at the price
      *> charged, then folded into its day, branch and salesperson -
      *> sales less refunds - and written to sales-data.txt, so the
      *> table, the variance alert, month end, banking and commission
      *> go on reading the one figure a day they always have.  Days on
      *> sales-data.txt from before the first till line are kept as
      *> they are; from that day on the file is rebuilt from the
      *> lines, so a re-run after a correction puts it right
       78  MAX-PRODUCTS            value 2000.
       01  product-table.
           05  product-entry           occurs MAX-PRODUCTS
                                        indexed by product-index.
               10  pdt-product-code    pic X(6).
               10  pdt-unit-price      pic 9(5)V9(2).
       01  product-count           pic 9(4) value 0.
       01  found-product-index     pic 9(4).

       78  MAX-BRANCHES            value 10.
       01  branch-table.
           05  brt-branch-code         pic X(3)
                                        occurs MAX-BRANCHES
                                        indexed by branch-index.
       01  branch-count            pic 9(2) value 0.
       01  branch-found-flag       pic X.
           88  branch-is-on-master     value "Y".

       78  MAX-SALES-DAY-LINES     value 5000.
       01  day-line-table.
           05  day-line-entry          occurs MAX-SALES-DAY-LINES
                                        indexed by day-line-index.
               10  dln-sales-date      pic 9(8).
               10  dln-branch-code     pic X(3).
               10  dln-emp-id          pic 9(5).
               10  dln-sales-value     pic 9(8)V9(2).
               10  dln-refund-value    pic 9(8)V9(2).
       01  day-line-count          pic 9(4) value 0.
       01  found-day-line          pic 9(4).
       01  swap-day-line-hold.
           05  hld-sales-date      pic 9(8).
           05  hld-branch-code     pic X(3).
           05  hld-emp-id          pic 9(5).
           05  hld-sales-value     pic 9(8)V9(2).
           05  hld-refund-value    pic 9(8)V9(2).
       01  sort-pass-subscript     pic 9(4).
       01  sort-scan-subscript     pic 9(4).
       01  sort-next-subscript     pic 9(4).

      *> the days already on sales-data.txt before the lines begin
       78  MAX-KEPT-DAY-LINES      value 5000.
       01  kept-line-table.
           05  kept-line-entry         occurs MAX-KEPT-DAY-LINES
                                        indexed by kept-index.
               10  kpt-sales-date      pic 9(8).
               10  kpt-daily-sales     pic 9(6).
               10  kpt-emp-id          pic 9(5).
               10  kpt-branch-code     pic X(3).
       01  kept-line-count         pic 9(4) value 0.
       01  first-line-date         pic 9(8) value 99999999.

       01  end-of-file             pic 9.
       01  branch-file-status-code.
           05  branch-status-key-1 pic X.
           05  branch-status-key-2 pic X.
       01  product-file-status-code.
           05  product-status-key-1 pic X.
           05  product-status-key-2 pic X.
       01  line-file-status-code.
           05  line-status-key-1   pic X.
           05  line-status-key-2   pic X.
       01  sales-file-status-code.
           05  sales-status-key-1  pic X.
           05  sales-status-key-2  pic X.

       01  line-reject-reason      pic X(30).
       01  line-value              pic 9(8)V9(2).
       01  line-price              pic 9(5)V9(2).
       01  day-net-value           pic S9(8)V9(2).
       01  days-refunded-out       pic 9(4) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "SalesDayTotals".

       procedure division.
           copy run-banner.
           perform load-product-master
           if return-code = 0
               perform load-branch-master
           end-if
           if return-code not = 0
               perform write-run-control-end
               goback
           end-if
           open input sales-line-data
           if line-status-key-1 not = "0"
               display "No sales-lines.txt - sales-data.txt left as "
                   "it is"
               close sales-line-data
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read sales-line-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform check-one-sales-line
                       if line-reject-reason = spaces
                           perform fold-one-sales-line
                       else
                           add 1 to rcl-records-rejected
                           display "Line rejected - " sln-sales-date
                               " " sln-product-code " "
                               line-reject-reason
                       end-if
               end-read
           end-perform
           close sales-line-data
           if day-line-count = 0
               display "No good lines on sales-lines.txt - "
                   "sales-data.txt left as it is"
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           perform keep-earlier-days
           perform order-day-lines
           perform write-sales-days
           display rcl-records-read " till lines, "
               rcl-records-rejected " rejected"
           display kept-line-count " earlier day lines kept, "
               day-line-count " written from " first-line-date
           if days-refunded-out > 0
               display days-refunded-out " day lines refunded more "
                   "than they sold - written as zero"
           end-if
           if rcl-records-rejected > 0
               display "Rejected lines are not in the day totals - "
                   "correct them and re-run"
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       load-product-master section.
           open input product-master-data
           if product-status-key-1 not = "0"
               display "No product-master.txt - the till lines cannot "
                   "be checked, sales-data.txt left as it is"
               close product-master-data
               move 8 to return-code
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read product-master-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform hold-one-product
               end-read
           end-perform
           close product-master-data
           .

       load-branch-master section.
           open input branch-master-data
           if branch-status-key-1 not = "0"
               display "No branch-master.txt - the till lines cannot "
                   "be checked, sales-data.txt left as it is"
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
               end-read
           end-perform
           close branch-master-data
           .

       hold-one-product section.
           if product-count >= MAX-PRODUCTS
               display "Product table is full at " MAX-PRODUCTS
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to product-count
           move prd-product-code to pdt-product-code (product-count)
           move prd-unit-price to pdt-unit-price (product-count)
           .

       check-one-sales-line section.
           move spaces to line-reject-reason
           if sln-sales-date not numeric
                   or sln-emp-id not numeric
               move "DATE OR SALESPERSON NOT NUMERIC"
                   to line-reject-reason
               exit section
           end-if
           if sln-quantity not numeric or sln-quantity = 0
               move "NO QUANTITY" to line-reject-reason
               exit section
           end-if
           if sln-unit-price not numeric
               move "PRICE NOT NUMERIC" to line-reject-reason
               exit section
           end-if
           if not sln-is-sale and not sln-is-refund
               move "REFUND FLAG NOT BLANK OR R"
                   to line-reject-reason
               exit section
           end-if
           move 0 to found-product-index
           perform varying product-index from 1 by 1
                   until product-index > product-count
                       or found-product-index > 0
               if pdt-product-code (product-index) = sln-product-code
                   set found-product-index to product-index
               end-if
           end-perform
           if found-product-index = 0
               move "NOT ON THE PRODUCT MASTER" to line-reject-reason
               exit section
           end-if
           move "N" to branch-found-flag
           perform varying branch-index from 1 by 1
                   until branch-index > branch-count
                       or branch-is-on-master
               if brt-branch-code (branch-index) = sln-branch-code
                   set branch-is-on-master to true
               end-if
           end-perform
           if not branch-is-on-master
               move "BRANCH NOT ON THE BRANCH MASTER"
                   to line-reject-reason
           end-if
           .

       fold-one-sales-line section.
           if sln-unit-price > 0
               move sln-unit-price to line-price
           else
               move pdt-unit-price (found-product-index) to line-price
           end-if
           compute line-value = sln-quantity * line-price
           if sln-sales-date < first-line-date
               move sln-sales-date to first-line-date
           end-if
           move 0 to found-day-line
           perform varying day-line-index from 1 by 1
                   until day-line-index > day-line-count
                       or found-day-line > 0
               if dln-sales-date (day-line-index) = sln-sales-date
                       and dln-branch-code (day-line-index)
                           = sln-branch-code
                       and dln-emp-id (day-line-index) = sln-emp-id
                   set found-day-line to day-line-index
               end-if
           end-perform
           if found-day-line = 0
               if day-line-count >= MAX-SALES-DAY-LINES
                   display "Day line table is full at "
                       MAX-SALES-DAY-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to day-line-count
               move day-line-count to found-day-line
               move sln-sales-date to dln-sales-date (found-day-line)
               move sln-branch-code
                   to dln-branch-code (found-day-line)
               move sln-emp-id to dln-emp-id (found-day-line)
               move 0 to dln-sales-value (found-day-line)
               move 0 to dln-refund-value (found-day-line)
           end-if
           if sln-is-refund
               add line-value to dln-refund-value (found-day-line)
           else
               add line-value to dln-sales-value (found-day-line)
           end-if
           .

       keep-earlier-days section.
           *> a missing sales-data.txt is simply a first run
           open input sales-transaction-data
           if sales-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read sales-transaction-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if trans-sales-date < first-line-date
                               perform hold-one-kept-line
                           end-if
                   end-read
               end-perform
           end-if
           close sales-transaction-data
           .

       hold-one-kept-line section.
           if kept-line-count >= MAX-KEPT-DAY-LINES
               display "Kept day table is full at " MAX-KEPT-DAY-LINES
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to kept-line-count
           move trans-sales-date to kpt-sales-date (kept-line-count)
           move trans-daily-sales to kpt-daily-sales (kept-line-count)
           move trans-emp-id to kpt-emp-id (kept-line-count)
           move trans-branch-code to kpt-branch-code (kept-line-count)
           .

       order-day-lines section.
           *> every reader of sales-data.txt takes it in date order,
           *> whatever order the till lines came in
           perform varying sort-pass-subscript from 1 by 1
                   until sort-pass-subscript >= day-line-count
               move sort-pass-subscript to sort-next-subscript
               perform varying sort-scan-subscript
                       from sort-pass-subscript by 1
                       until sort-scan-subscript > day-line-count
                   if dln-sales-date (sort-scan-subscript)
                           < dln-sales-date (sort-next-subscript)
                       or (dln-sales-date (sort-scan-subscript)
                           = dln-sales-date (sort-next-subscript)
                       and dln-branch-code (sort-scan-subscript)
                           < dln-branch-code (sort-next-subscript))
                       or (dln-sales-date (sort-scan-subscript)
                           = dln-sales-date (sort-next-subscript)
                       and dln-branch-code (sort-scan-subscript)
                           = dln-branch-code (sort-next-subscript)
                       and dln-emp-id (sort-scan-subscript)
                           < dln-emp-id (sort-next-subscript))
                       move sort-scan-subscript to sort-next-subscript
                   end-if
               end-perform
               if sort-next-subscript not = sort-pass-subscript
                   move day-line-entry (sort-pass-subscript)
                       to swap-day-line-hold
                   move day-line-entry (sort-next-subscript)
                       to day-line-entry (sort-pass-subscript)
                   move swap-day-line-hold
                       to day-line-entry (sort-next-subscript)
               end-if
           end-perform
           .

       write-sales-days section.
           open output sales-transaction-data
           perform varying kept-index from 1 by 1
                   until kept-index > kept-line-count
               move spaces to sales-transaction-record
               move kpt-sales-date (kept-index) to trans-sales-date
               move kpt-daily-sales (kept-index) to trans-daily-sales
               move kpt-emp-id (kept-index) to trans-emp-id
               move kpt-branch-code (kept-index) to trans-branch-code
               write sales-transaction-record
               add 1 to rcl-records-written
           end-perform
           perform varying day-line-index from 1 by 1
                   until day-line-index > day-line-count
               perform write-one-sales-day
           end-perform
           close sales-transaction-data
           .

       write-one-sales-day section.
           compute day-net-value = dln-sales-value (day-line-index)
               - dln-refund-value (day-line-index)
           if day-net-value < 0
               add 1 to days-refunded-out
               display "  " dln-sales-date (day-line-index) " branch "
                   dln-branch-code (day-line-index) " salesperson "
                   dln-emp-id (day-line-index)
                   " refunded more than sold"
               move 0 to day-net-value
           end-if
           move spaces to sales-transaction-record
           move dln-sales-date (day-line-index) to trans-sales-date
           compute trans-daily-sales rounded = day-net-value
           move dln-emp-id (day-line-index) to trans-emp-id
           move dln-branch-code (day-line-index) to trans-branch-code
           write sales-transaction-record
           add 1 to rcl-records-written
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
