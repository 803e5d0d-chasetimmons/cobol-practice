       input-output section.
           select branch-master-data assign "branch-master.txt"
               organization sequential
               file status branch-file-status-code.

           select old-sales-data assign "sales-data.txt"
               organization sequential
               file status old-sales-file-status-code.

           select new-sales-data assign "sales-data-converted.txt"
               organization sequential
               file status new-sales-file-status-code.

           select old-line-data assign "sales-lines.txt"
               organization sequential
               file status old-line-file-status-code.

           select new-line-data assign "sales-lines-converted.txt"
               organization sequential
               file status new-line-file-status-code.

           select old-plan-data assign "sales-plan.txt"
               organization sequential
               file status old-plan-file-status-code.

           select new-plan-data assign "sales-plan-converted.txt"
               organization sequential
               file status new-plan-file-status-code.

       file section.
       FD  branch-master-data.    *> the shops
       01  branch-master-record.
           copy branch-master-record.

       FD  old-sales-data.    *> day totals before the branch - one
                               *> shop's copy
       01  old-sales-record.
           05  old-sales-date      pic 9(8).
           05  filler              pic X.
           05  old-daily-sales     pic 9(6).
           05  filler              pic X.
           05  old-emp-id          pic 9(5).
           05  filler              pic X(2).

       FD  new-sales-data.    *> day totals with the branch on
       01  new-sales-record.
           copy sales-transaction-record.

       FD  old-line-data.    *> till lines before the branch
       01  old-line-record.
           05  old-line-date       pic 9(8).
           05  filler              pic X.
           05  old-line-emp-id     pic 9(5).
           05  filler              pic X.
           05  old-product-code    pic X(6).
           05  filler              pic X.
           05  old-quantity        pic 9(4).
           05  filler              pic X.
           05  old-unit-price      pic 9(5)V9(2).
           05  filler              pic X.
           05  old-refund-flag     pic X.

       FD  new-line-data.    *> till lines with the branch on
       01  new-line-record.
           copy sales-line-record.

       FD  old-plan-data.    *> the plan before the branch
       01  old-plan-record.
           05  old-plan-year       pic 9(4).
           05  filler              pic X.
           05  old-plan-month      pic 9(2).
           05  filler              pic X.
           05  old-plan-week       pic 9.
           05  filler              pic X.
           05  old-planned-sales   pic 9(8).

       FD  new-plan-data.    *> the plan with the branch on
       01  new-plan-record.
           copy sales-plan-record.

       working-storage section.
      *> one shop's sales files onto the branch layout.  Run once for
      *> each shop's copy of sales-data.txt, sales-lines.txt and
      *> sales-plan.txt in turn, giving that shop's branch code: each
      *> line is stamped with it and added to the converted files, so
      *> after the last shop they hold every branch together.  Start
      *> again by deleting the converted files.  A file a shop does
      *> not have is passed over
       01  end-of-file             pic 9.
       01  branch-file-status-code.
           05  branch-status-key-1 pic X.
           05  branch-status-key-2 pic X.
       01  old-sales-file-status-code.
           05  old-sales-status-key-1 pic X.
           05  old-sales-status-key-2 pic X.
       01  new-sales-file-status-code.
           05  new-sales-status-key-1 pic X.
           05  new-sales-status-key-2 pic X.
       01  old-line-file-status-code.
           05  old-line-status-key-1 pic X.
           05  old-line-status-key-2 pic X.
       01  new-line-file-status-code.
           05  new-line-status-key-1 pic X.
           05  new-line-status-key-2 pic X.
       01  old-plan-file-status-code.
           05  old-plan-status-key-1 pic X.
           05  old-plan-status-key-2 pic X.
       01  new-plan-file-status-code.
           05  new-plan-status-key-1 pic X.
           05  new-plan-status-key-2 pic X.

       01  convert-branch-code     pic X(3).
       01  branch-found-flag       pic X value "N".
           88  branch-is-on-master     value "Y".
       01  sales-converted         pic 9(5) value 0.
       01  lines-converted         pic 9(5) value 0.
       01  plans-converted         pic 9(5) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ConvertSalesBranch".

       procedure division.
           copy run-banner.
           display "Branch code these files are from?"
           accept convert-branch-code
           perform check-branch-on-master
           if not branch-is-on-master
               display "Branch " convert-branch-code " is not on "
                   "branch-master.txt - add it there first"
               move 8 to return-code
               perform write-run-control-end
               goback
           end-if
           perform convert-sales-days
           perform convert-sales-lines
           perform convert-sales-plan
           display sales-converted " day lines, " lines-converted
               " till lines and " plans-converted " plan lines added "
               "for branch " convert-branch-code
           display "Once every shop's copy is through, rename the "
               "converted files over sales-data.txt, sales-lines.txt "
               "and sales-plan.txt"
           perform write-run-control-end
           goback
           .

       check-branch-on-master section.
           open input branch-master-data
           if branch-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read branch-master-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if brn-branch-code = convert-branch-code
                               set branch-is-on-master to true
                               set end-of-file to 0 *> TRUE
                           end-if
                   end-read
               end-perform
           end-if
           close branch-master-data
           .

       convert-sales-days section.
           open input old-sales-data
           if old-sales-status-key-1 not = "0"
               display "No sales-data.txt - no day totals to convert"
               close old-sales-data
               exit section
           end-if
           open extend new-sales-data
           if new-sales-status-key-1 = "3"
               open output new-sales-data
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read old-sales-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move spaces to new-sales-record
                       move old-sales-date to trans-sales-date
                       move old-daily-sales to trans-daily-sales
                       move old-emp-id to trans-emp-id
                       move convert-branch-code to trans-branch-code
                       write new-sales-record
                       add 1 to sales-converted
               end-read
           end-perform
           close old-sales-data
           close new-sales-data
           .

       convert-sales-lines section.
           open input old-line-data
           if old-line-status-key-1 not = "0"
               display "No sales-lines.txt - no till lines to convert"
               close old-line-data
               exit section
           end-if
           open extend new-line-data
           if new-line-status-key-1 = "3"
               open output new-line-data
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read old-line-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move spaces to new-line-record
                       move old-line-date to sln-sales-date
                       move old-line-emp-id to sln-emp-id
                       move old-product-code to sln-product-code
                       move old-quantity to sln-quantity
                       move old-unit-price to sln-unit-price
                       move old-refund-flag to sln-refund-flag
                       move convert-branch-code to sln-branch-code
                       write new-line-record
                       add 1 to lines-converted
               end-read
           end-perform
           close old-line-data
           close new-line-data
           .

       convert-sales-plan section.
           open input old-plan-data
           if old-plan-status-key-1 not = "0"
               display "No sales-plan.txt - no plan to convert"
               close old-plan-data
               exit section
           end-if
           open extend new-plan-data
           if new-plan-status-key-1 = "3"
               open output new-plan-data
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read old-plan-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move spaces to new-plan-record
                       move old-plan-year to pln-year
                       move old-plan-month to pln-month
                       move old-plan-week to pln-week-number
                       move old-planned-sales to pln-planned-sales
                       move convert-branch-code to pln-branch-code
                       write new-plan-record
                       add 1 to plans-converted
               end-read
           end-perform
           close old-plan-data
           close new-plan-data
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           compute rcl-records-written =
               sales-converted + lines-converted + plans-converted
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
