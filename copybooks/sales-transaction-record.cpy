      *> shared sales-file layout - sales-data.txt, the till's dated
      *> takings, one line per salesperson per trading day, copied
      *> into every program that reads it so the layout can't drift.
      *> A trading day is every line with its date: the day's
      *> takings are the sum of them, branch by branch.
      *> SalesDayTotals builds the lines from the till's product
      *> lines on sales-lines.txt, sales less refunds to the nearest
      *> whole unit.  A file from before the salesperson was carried
      *> needs ConvertSalesData run against it, one from before the
      *> branch was carried ConvertSalesBranch
           05  trans-sales-date    pic 9(8).
           05  filler              pic X.
      *> the salesperson's share of the day - the whole day on a line
      *> no one took
           05  trans-daily-sales   pic 9(6).
           05  filler              pic X.
      *> the salesperson's emp-id on salary-data.txt, for commission -
      *> zero for takings no one is credited with
           05  trans-emp-id        pic 9(5).
           05  filler              pic X.
      *> the shop the takings are from - on branch-master.txt
           05  trans-branch-code   pic X(3).
           05  filler              pic X(2).
