       input-output section.
           select product-master-data assign "product-master.txt"
               organization sequential
               file status product-file-status-code.

           select sales-line-data assign "sales-lines.txt"
               organization sequential
               file status line-file-status-code.

       file section.
       FD  product-master-data.    *> what the shop sells, and for what
       01  product-master-record.
           copy product-master-record.

       FD  sales-line-data.    *> the till's product lines
       01  sales-line-record.
           copy sales-line-record.

       working-storage section.
      *> the month's sales by product, for the owner - units, revenue
      *> and gross margin on every product, category by category in
      *> master order, with the category's best and worst seller on
      *> revenue and its refunds as a percentage of its sales.  A
      *> product that sold nothing in the month is listed as dead
      *> stock.  Revenue is sales less refunds, at the prices the
      *> till charged; margin is revenue less the cost price of the
      *> units that stayed sold
       78  MAX-PRODUCTS            value 2000.
       01  product-table.
           05  product-entry           occurs MAX-PRODUCTS
                                        indexed by product-index.
               10  pdt-product-code    pic X(6).
               10  pdt-description     pic X(30).
               10  pdt-category        pic X(4).
               10  pdt-unit-price      pic 9(5)V9(2).
               10  pdt-cost-price      pic 9(5)V9(2).
               10  pdt-units-sold      pic 9(6).
               10  pdt-units-refunded  pic 9(6).
               10  pdt-sales-value     pic 9(8)V9(2).
               10  pdt-refund-value    pic 9(8)V9(2).
       01  product-count           pic 9(4) value 0.
       01  found-product-index     pic 9(4).

       78  MAX-CATEGORIES          value 50.
       01  category-table.
           05  category-entry          occurs MAX-CATEGORIES
                                        indexed by category-index.
               10  cat-category        pic X(4).
               10  cat-units           pic S9(7).
               10  cat-revenue         pic S9(9)V9(2).
               10  cat-margin          pic S9(9)V9(2).
               10  cat-sales-value     pic 9(9)V9(2).
               10  cat-refund-value    pic 9(9)V9(2).
               10  cat-dead-stock      pic 9(4).
               10  cat-best-index      pic 9(4).
               10  cat-best-revenue    pic S9(8)V9(2).
               10  cat-worst-index     pic 9(4).
               10  cat-worst-revenue   pic S9(8)V9(2).
       01  category-count          pic 9(2) value 0.
       01  found-category-index    pic 9(2).

       01  report-month            pic 9(6).
       01  end-of-file             pic 9.
       01  product-file-status-code.
           05  product-status-key-1 pic X.
           05  product-status-key-2 pic X.
       01  line-file-status-code.
           05  line-status-key-1   pic X.
           05  line-status-key-2   pic X.

       01  line-price              pic 9(5)V9(2).
       01  line-value              pic 9(8)V9(2).
       01  lines-not-on-master     pic 9(5) value 0.
       01  product-units           pic S9(6).
       01  product-revenue         pic S9(8)V9(2).
       01  product-margin          pic S9(8)V9(2).
       01  margin-percent          pic S9(4)V9.
       01  refund-percent          pic 9(3)V9.

       01  total-units             pic S9(8) value 0.
       01  total-revenue           pic S9(10)V9(2) value 0.
       01  total-margin            pic S9(10)V9(2) value 0.
       01  total-sales-value       pic 9(10)V9(2) value 0.
       01  total-refund-value      pic 9(10)V9(2) value 0.
       01  total-dead-stock        pic 9(4) value 0.

       01  formatted-units         pic -(7)9.
       01  formatted-revenue       pic -(3),-(3),--9.99.
       01  formatted-margin        pic -(3),-(3),--9.99.
       01  formatted-margin-pct    pic -(3)9.9.
       01  formatted-refund-pct    pic ZZ9.9.
       01  formatted-refunds       pic ZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "ProductSalesReport".

       procedure division.
           copy run-banner.
           display "Product sales for which month (CCYYMM)?"
           accept report-month
           perform load-product-master
           if return-code not = 0
               perform write-run-control-end
               goback
           end-if
           open input sales-line-data
           if line-status-key-1 not = "0"
               display "No sales-lines.txt - no product sales to "
                   "report"
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
                       if sln-sales-date (1:6) = report-month
                           add 1 to rcl-records-read
                           perform tally-one-sales-line
                       end-if
               end-read
           end-perform
           close sales-line-data
           perform build-category-totals
           perform print-product-sales
           if lines-not-on-master > 0
               display lines-not-on-master " lines for the month "
                   "are not on the product master or not valid - "
                   "left out, as SalesDayTotals leaves them out"
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       load-product-master section.
           open input product-master-data
           if product-status-key-1 not = "0"
               display "No product-master.txt - no products to report"
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
           move prd-description to pdt-description (product-count)
           move prd-category to pdt-category (product-count)
           move prd-unit-price to pdt-unit-price (product-count)
           move prd-cost-price to pdt-cost-price (product-count)
           move 0 to pdt-units-sold (product-count)
           move 0 to pdt-units-refunded (product-count)
           move 0 to pdt-sales-value (product-count)
           move 0 to pdt-refund-value (product-count)
           .

       tally-one-sales-line section.
           *> the same lines SalesDayTotals rejects are left out here,
           *> so the report agrees with the day totals
           if sln-quantity not numeric or sln-quantity = 0
                   or sln-unit-price not numeric
                   or (not sln-is-sale and not sln-is-refund)
               add 1 to lines-not-on-master
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
               add 1 to lines-not-on-master
               exit section
           end-if
           if sln-unit-price > 0
               move sln-unit-price to line-price
           else
               move pdt-unit-price (found-product-index) to line-price
           end-if
           compute line-value = sln-quantity * line-price
           if sln-is-refund
               add sln-quantity
                   to pdt-units-refunded (found-product-index)
               add line-value to pdt-refund-value (found-product-index)
           else
               add sln-quantity to pdt-units-sold (found-product-index)
               add line-value to pdt-sales-value (found-product-index)
           end-if
           .

       build-category-totals section.
           perform varying product-index from 1 by 1
                   until product-index > product-count
               perform tally-one-product
           end-perform
           .

       tally-one-product section.
           move 0 to found-category-index
           perform varying category-index from 1 by 1
                   until category-index > category-count
                       or found-category-index > 0
               if cat-category (category-index)
                       = pdt-category (product-index)
                   set found-category-index to category-index
               end-if
           end-perform
           if found-category-index = 0
               if category-count >= MAX-CATEGORIES
                   display "Category table is full at "
                       MAX-CATEGORIES " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to category-count
               move category-count to found-category-index
               initialize category-entry (found-category-index)
               move pdt-category (product-index)
                   to cat-category (found-category-index)
           end-if
           if pdt-units-sold (product-index) = 0
                   and pdt-units-refunded (product-index) = 0
               add 1 to cat-dead-stock (found-category-index)
               exit section
           end-if
           perform work-out-product-figures
           add product-units to cat-units (found-category-index)
           add product-revenue to cat-revenue (found-category-index)
           add product-margin to cat-margin (found-category-index)
           add pdt-sales-value (product-index)
               to cat-sales-value (found-category-index)
           add pdt-refund-value (product-index)
               to cat-refund-value (found-category-index)
           if cat-best-index (found-category-index) = 0
                   or product-revenue
                       > cat-best-revenue (found-category-index)
               set cat-best-index (found-category-index)
                   to product-index
               move product-revenue
                   to cat-best-revenue (found-category-index)
           end-if
           if cat-worst-index (found-category-index) = 0
                   or product-revenue
                       < cat-worst-revenue (found-category-index)
               set cat-worst-index (found-category-index)
                   to product-index
               move product-revenue
                   to cat-worst-revenue (found-category-index)
           end-if
           .

       work-out-product-figures section.
           compute product-units = pdt-units-sold (product-index)
               - pdt-units-refunded (product-index)
           compute product-revenue = pdt-sales-value (product-index)
               - pdt-refund-value (product-index)
           compute product-margin = product-revenue
               - product-units * pdt-cost-price (product-index)
           move 0 to margin-percent
           if product-revenue > 0
               compute margin-percent rounded =
                   product-margin * 100 / product-revenue
           end-if
           .

       print-product-sales section.
           move "O" to rw-action
           move "product-sales.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "PRODUCT SALES AND MARGIN FOR " report-month
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "PRODUCT DESCRIPTION                   UNITS"
               "        REVENUE         MARGIN MARGIN%"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform varying category-index from 1 by 1
                   until category-index > category-count
               perform print-one-category
           end-perform
           move 0 to refund-percent
           if total-sales-value > 0
               compute refund-percent rounded =
                   total-refund-value * 100 / total-sales-value
           end-if
           move "T" to rw-action
           move total-units to formatted-units
           move total-revenue to formatted-revenue
           move total-margin to formatted-margin
           move refund-percent to formatted-refund-pct
           move spaces to rw-line-text
           string "ALL PRODUCTS                       "
               formatted-units " " formatted-revenue " "
               formatted-margin "  refunds " formatted-refund-pct
               "% of sales"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display product-count " products, " total-dead-stock
               " with no sales in " report-month
               " - on product-sales.prt"
           .

       print-one-category section.
           move spaces to rw-line-text
           string "CATEGORY " cat-category (category-index)
               delimited by size into rw-line-text
           perform call-report-writer
           perform varying product-index from 1 by 1
                   until product-index > product-count
               if pdt-category (product-index)
                       = cat-category (category-index)
                   perform print-one-product
               end-if
           end-perform
           move 0 to refund-percent
           if cat-sales-value (category-index) > 0
               compute refund-percent rounded =
                   cat-refund-value (category-index) * 100
                   / cat-sales-value (category-index)
           end-if
           move cat-units (category-index) to formatted-units
           move cat-revenue (category-index) to formatted-revenue
           move cat-margin (category-index) to formatted-margin
           move refund-percent to formatted-refund-pct
           move spaces to rw-line-text
           string "  " cat-category (category-index) " TOTAL"
               "                       " formatted-units " "
               formatted-revenue " " formatted-margin
               delimited by size into rw-line-text
           perform call-report-writer
           move cat-refund-value (category-index) to formatted-refunds
           move spaces to rw-line-text
           string "  refunds " formatted-refunds " - "
               formatted-refund-pct "% of sales"
               delimited by size into rw-line-text
           perform call-report-writer
           if cat-best-index (category-index) > 0
               set product-index to cat-best-index (category-index)
               move cat-best-revenue (category-index)
                   to formatted-revenue
               move spaces to rw-line-text
               string "  best seller  " pdt-product-code (product-index)
                   " " pdt-description (product-index) " "
                   formatted-revenue
                   delimited by size into rw-line-text
               perform call-report-writer
               set product-index to cat-worst-index (category-index)
               move cat-worst-revenue (category-index)
                   to formatted-revenue
               move spaces to rw-line-text
               string "  worst seller " pdt-product-code (product-index)
                   " " pdt-description (product-index) " "
                   formatted-revenue
                   delimited by size into rw-line-text
               perform call-report-writer
           end-if
           if cat-dead-stock (category-index) > 0
               move spaces to rw-line-text
               string "  " cat-dead-stock (category-index)
                   " products with no sales this month"
                   delimited by size into rw-line-text
               perform call-report-writer
           end-if
           move spaces to rw-line-text
           perform call-report-writer
           add cat-units (category-index) to total-units
           add cat-revenue (category-index) to total-revenue
           add cat-margin (category-index) to total-margin
           add cat-sales-value (category-index) to total-sales-value
           add cat-refund-value (category-index) to total-refund-value
           add cat-dead-stock (category-index) to total-dead-stock
           .

       print-one-product section.
           move spaces to rw-line-text
           if pdt-units-sold (product-index) = 0
                   and pdt-units-refunded (product-index) = 0
               string pdt-product-code (product-index) " "
                   pdt-description (product-index)
                   "  NO SALES - DEAD STOCK"
                   delimited by size into rw-line-text
           else
               perform work-out-product-figures
               move product-units to formatted-units
               move product-revenue to formatted-revenue
               move product-margin to formatted-margin
               move margin-percent to formatted-margin-pct
               string pdt-product-code (product-index) " "
                   pdt-description (product-index) (1:28)
                   formatted-units " " formatted-revenue " "
                   formatted-margin "  " formatted-margin-pct
                   delimited by size into rw-line-text
           end-if
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
           move product-count to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
