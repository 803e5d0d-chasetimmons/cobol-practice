               record key cst-customer-number
               file status customer-file-status-code.

           select account-holder-data assign "account-holders.dat"
               organization indexed
               access dynamic
               record key ahr-holder-key
               file status holder-file-status-code.

       file section.
       FD  interest-journal-data.    *> every posting, type I being
                                      *> the interest the tax office
           05  cst-customer-name       pic X(24).
           05  filler                  pic X(2).

       FD  account-holder-data.    *> the holders a joint account's
                                    *> interest is shared between
       01  account-holder-record.
           copy account-holder-record.

       working-storage section.
      *> one certificate per account, gathered per customer where the
      *> link exists, totalling the year's interest and naming each
       01  customer-file-status-code.
           05  customer-status-key-1 pic X.
           05  customer-status-key-2 pic X.
       01  holder-file-status-code.
           05  holder-status-key-1 pic X.
           05  holder-status-key-2 pic X.
       01  holder-file-flag        pic X.
           88  holder-file-available   value "Y".
       01  end-of-holders          pic 9.
       01  holder-count            pic 9(3).
       01  holder-share            pic S9(8)V9(2).
       01  primary-share           pic S9(8)V9(2).
       01  joint-certificates      pic 9(3) value 0.

       01  certificate-year        pic 9(4).
       01  journal-interest-total  pic S9(9)V9(2) value 0.

       print-certificates section.
           open input customer-master-data
           move "N" to holder-file-flag
           open input account-holder-data
           if holder-status-key-1 = "0"
               set holder-file-available to true
           end-if
           move "O" to rw-action
           move "interest-certificates.prt" to rw-print-file-name
           move spaces to rw-report-title
           move "C" to rw-action
           perform call-report-writer
           close customer-master-data
           close account-holder-data
           display certificates-printed " certificates written to "
               "interest-certificates.prt, " joint-certificates
               " of them shared between joint holders"
           .

       print-one-certificate section.
                   delimited by size into rw-line-text
               perform call-report-writer
           end-perform
           perform print-holder-shares
           .

       print-holder-shares section.
           *> a joint account's interest is split evenly between its
           *> holders for their own returns - the odd penny goes to
           *> the primary holder so the shares add back to the total
           if not holder-file-available
               exit section
           end-if
           move 0 to holder-count
           perform start-account-holders
           perform until end-of-holders = 0 *> TRUE
               add 1 to holder-count
               perform read-next-account-holder
           end-perform
           if holder-count = 0
               exit section
           end-if
           add 1 to joint-certificates
           compute holder-share =
               crt-interest-total (cert-index) / holder-count
           compute primary-share = crt-interest-total (cert-index)
               - holder-share * (holder-count - 1)
           move spaces to rw-line-text
           string "  HELD JOINTLY BY " holder-count
               " - INTEREST SHARED"
               delimited by size into rw-line-text
           perform call-report-writer
           perform start-account-holders
           perform until end-of-holders = 0 *> TRUE
               move ahr-customer-number to cst-customer-number
               read customer-master-data
                   invalid key
                       move "(name not on customer master)"
                           to cst-customer-name
               end-read
               if ahr-primary-holder
                   move primary-share to formatted-amount
               else
                   move holder-share to formatted-amount
               end-if
               move spaces to rw-line-text
               string "    " ahr-customer-number "  "
                   cst-customer-name "  SHARE " formatted-amount
                   delimited by size into rw-line-text
               perform call-report-writer
               perform read-next-account-holder
           end-perform
           .

       start-account-holders section.
           *> positions on the certificate account's first holder -
           *> end-of-holders is TRUE straight away for a sole account
           set end-of-holders to 1 *> FALSE
           move crt-account-number (cert-index) to ahr-account-number
           move 0 to ahr-customer-number
           start account-holder-data key >= ahr-holder-key
               invalid key
                   set end-of-holders to 0 *> TRUE
                   exit section
           end-start
           perform read-next-account-holder
           .

       read-next-account-holder section.
           read account-holder-data next record
               at end
                   set end-of-holders to 0 *> TRUE
               not at end
                   if ahr-account-number
                           not = crt-account-number (cert-index)
                       set end-of-holders to 0 *> TRUE
                   end-if
           end-read
           .

       reconcile-to-journal section.
