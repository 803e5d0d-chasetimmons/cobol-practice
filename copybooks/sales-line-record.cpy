      *> shared till-line layout - sales-lines.txt, one line per
      *> product sold or refunded.  SalesDayTotals builds the day
      *> totals on sales-data.txt from these and ProductSalesReport
      *> reports on them, so both copy it in and the layout can't
      *> drift.  A file from before the branch was carried needs
      *> ConvertSalesBranch run against it
           05  sln-sales-date          pic 9(8).
           05  filler                  pic X.
      *> who made the sale, for commission - zero for no one
           05  sln-emp-id              pic 9(5).
           05  filler                  pic X.
           05  sln-product-code        pic X(6).
           05  filler                  pic X.
           05  sln-quantity            pic 9(4).
           05  filler                  pic X.
      *> the price charged for one - zero takes the master's price
           05  sln-unit-price          pic 9(5)V9(2).
           05  filler                  pic X.
      *> R on goods brought back: the line comes off the day
           05  sln-refund-flag         pic X.
               88  sln-is-sale             value space.
               88  sln-is-refund           value "R".
           05  filler                  pic X.
      *> the shop the till is in - on branch-master.txt
           05  sln-branch-code         pic X(3).
