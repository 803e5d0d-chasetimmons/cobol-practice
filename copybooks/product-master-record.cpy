      *> shared product layout - product-master.txt, one line per
      *> product the shop sells.  SalesDayTotals prices and checks the
      *> till's lines against it and ProductSalesReport reports on
      *> it, so both copy it in and the layout can't drift
           05  prd-product-code        pic X(6).
           05  filler                  pic X.
           05  prd-description         pic X(30).
           05  filler                  pic X.
      *> the owner's grouping for the best and worst sellers
           05  prd-category            pic X(4).
           05  filler                  pic X.
      *> the shelf price, used for a till line keyed with no price
           05  prd-unit-price          pic 9(5)V9(2).
           05  filler                  pic X.
      *> what the shop pays for one - the gross margin is taken
      *> against it
           05  prd-cost-price          pic 9(5)V9(2).
