       input-output section.
           select old-sales-data assign "sales-data.txt"
               organization sequential
               file status old-sales-file-status-code.

           select new-sales-data assign "sales-data-converted.txt"
               organization sequential
               file status new-sales-file-status-code.

       file section.
       FD  old-sales-data.    *> sales file before the salesperson -
                               *> one line per trading day
       01  old-sales-record.
           05  old-sales-date      pic 9(8).
           05  filler              pic X.
           05  old-daily-sales     pic 9(6).
           05  filler              pic X(2).

       FD  new-sales-data.    *> sales file rebuilt with a salesperson
                               *> on every line
       01  new-sales-record.
           copy sales-transaction-record.

       working-storage section.
       01  end-of-file             pic 9.
       01  old-sales-file-status-code.
           05  old-sales-status-key-1 pic X.
           05  old-sales-status-key-2 pic X.
       01  new-sales-file-status-code.
           05  new-sales-status-key-1 pic X.
           05  new-sales-status-key-2 pic X.
       01  records-converted       pic 9(5) value 0.
       01  convert-branch-code     pic X(3).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ConvertSalesData".

       procedure division.
           copy run-banner.
           display "Branch code this sales file is from?"
           accept convert-branch-code
           open input old-sales-data
           if old-sales-status-key-1 not = "0"
               display "Cannot open sales-data.txt - status "
                   old-sales-file-status-code
               close old-sales-data
           else
               open output new-sales-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-sales-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform convert-one-sales-line
                   end-read
               end-perform
               close old-sales-data
               close new-sales-data
           end-if
           display records-converted " sales lines written to "
               "sales-data-converted.txt"
           display "Every day converts as takings no one is credited "
               "with (salesperson zero) - no commission is due on them"
           display "Rename the converted file over sales-data.txt "
               "before the next sales or banking run"
           perform write-run-control-end
           goback
           .

       convert-one-sales-line section.
           move spaces to new-sales-record
           move old-sales-date  to trans-sales-date
           move old-daily-sales to trans-daily-sales
           move 0 to trans-emp-id
           move convert-branch-code to trans-branch-code
           write new-sales-record
           add 1 to records-converted
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move records-converted to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
