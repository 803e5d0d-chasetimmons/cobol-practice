       input-output section.
           select transect-master-data assign "transect-data.dat"
               organization indexed
               access dynamic
               record key trn-site-code
               file status transect-file-status-code.

           select transect-transaction-data
               assign "transect-trans.txt"
               organization sequential
               file status transect-trans-file-status-code.

       file section.
       FD  transect-master-data.    *> one survey route per site
       01  transect-master-record.
           copy transect-record.

       FD  transect-transaction-data.    *> a batch of route changes
       01  transect-transaction-record.
           05  ttr-code                pic X.
               88  ttr-add                 value "A" "a".
               88  ttr-change              value "C" "c".
               88  ttr-delete              value "D" "d".
           05  filler                  pic X.
           05  ttr-site-code           pic X(4).
           05  filler                  pic X.
           05  ttr-transect-name       pic X(24).
           05  filler                  pic X.
           05  ttr-section-count       pic 9(2).
           05  filler                  pic X.
           05  ttr-section-lengths.
               10  ttr-section-length  pic 9(4)
                                        occurs 10 times.

       working-storage section.
       78  MAX-TRANSECT-SECTIONS   value 10.
       01  section-number          pic 9(2).
       01  transect-length         pic 9(6).
       01  end-of-transactions     pic 9.
       01  transect-file-status-code.
           05  transect-status-key-1 pic X.
           05  transect-status-key-2 pic X.
       01  transect-trans-file-status-code.
           05  transect-trans-status-key-1 pic X.
           05  transect-trans-status-key-2 pic X.
       01  site-known-flag         pic X.
           88  site-is-known           value "Y".
       01  transaction-ok-flag     pic X.
           88  transaction-is-ok       value "Y".
       01  transects-added         pic 9(4) value 0.
       01  transects-changed       pic 9(4) value 0.
       01  transects-deleted       pic 9(4) value 0.
       01  transects-rejected      pic 9(4) value 0.
       01  tm-error-source-program pic X(20)
                                       value "TransectMaint".
       01  tm-error-paragraph      pic X(30) value spaces.
       01  tm-error-status-code    pic X(4)  value spaces.
       01  tm-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "TransectMaint".

       procedure division.
           copy run-banner.
           open i-o transect-master-data
           if transect-status-key-1 = "3"
               *> first ever run - create the master empty, then
               *> load it from the day's transactions
               open output transect-master-data
               close transect-master-data
               open i-o transect-master-data
           end-if
           open input transect-transaction-data
           set end-of-transactions to 1 *> FALSE
           perform until end-of-transactions = 0 *> TRUE
               read transect-transaction-data
                   at end
                       set end-of-transactions to 0 *> TRUE
                   not at end
                       perform apply-transect-transaction
               end-read
           end-perform
           close transect-transaction-data
           close transect-master-data
           display transects-added " transects added, "
               transects-changed " changed, "
               transects-deleted " deleted, "
               transects-rejected " rejected"
           perform write-run-control-end
           goback
           .

       apply-transect-transaction section.
           set transaction-is-ok to true
           move ttr-site-code to trn-site-code
           evaluate true
               when ttr-add
                   perform validate-transect-route
                   if transaction-is-ok
                       perform store-transect-route
                       write transect-master-record
                           invalid key
                               perform report-transect-file-status
                           not invalid key
                               add 1 to transects-added
                               display "Transect " ttr-site-code
                                   " added - " transect-length " m"
                       end-write
                   end-if
               when ttr-change
                   perform validate-transect-route
                   if transaction-is-ok
                       read transect-master-data
                           invalid key
                               perform report-transect-file-status
                           not invalid key
                               perform store-transect-route
                               rewrite transect-master-record
                                   invalid key
                                       perform
                                           report-transect-file-status
                                   not invalid key
                                       add 1 to transects-changed
                                       display "Transect "
                                           ttr-site-code " amended - "
                                           transect-length " m"
                               end-rewrite
                       end-read
                   end-if
               when ttr-delete
                   delete transect-master-data record
                       invalid key
                           perform report-transect-file-status
                       not invalid key
                           add 1 to transects-deleted
                           display "Transect " ttr-site-code
                               " deleted"
                   end-delete
               when other
                   move "Unknown transect transaction code"
                       to tm-error-message-text
                   perform reject-transect-transaction
           end-evaluate
           .

       validate-transect-route section.
           *> every section walked must have a length, or the
           *> densities for that site would be struck over the wrong
           *> area
           call "SiteCodeCheck"
               using by reference ttr-site-code
                     by reference site-known-flag
           move 0 to transect-length
           evaluate true
               when not site-is-known
                   move "Site code not on the site master"
                       to tm-error-message-text
                   perform reject-transect-transaction
               when ttr-section-count < 1
                       or ttr-section-count > MAX-TRANSECT-SECTIONS
                   move "Section count must be 1 to 10"
                       to tm-error-message-text
                   perform reject-transect-transaction
               when other
                   perform varying section-number from 1 by 1
                           until section-number > ttr-section-count
                       if ttr-section-length (section-number) = 0
                               and transaction-is-ok
                           move "A walked section has no length"
                               to tm-error-message-text
                           perform reject-transect-transaction
                       end-if
                       add ttr-section-length (section-number)
                           to transect-length
                   end-perform
           end-evaluate
           .

       store-transect-route section.
           move ttr-transect-name to trn-transect-name
           move ttr-section-count to trn-section-count
           move zeros to trn-section-lengths
           perform varying section-number from 1 by 1
                   until section-number > ttr-section-count
               move ttr-section-length (section-number)
                   to trn-section-length (section-number)
           end-perform
           .

       reject-transect-transaction section.
           move "N" to transaction-ok-flag
           add 1 to transects-rejected
           display "Transect " ttr-site-code " rejected - "
               tm-error-message-text
           move "APPLY-TRANSECT-TRANSACTION" to tm-error-paragraph
           move spaces to tm-error-status-code
           call "ErrorLogger"
               using by reference tm-error-source-program
                     by reference tm-error-paragraph
                     by reference tm-error-status-code
                     by reference tm-error-message-text
           .

       report-transect-file-status section.
           evaluate transect-file-status-code
               when "23"
                   display "Transect not found " ttr-site-code
               when "22"
                   display "Duplicate key - transect "
                       ttr-site-code " already exists"
               when other
                   display "Unexpected file status "
                       transect-file-status-code " for transect "
                       ttr-site-code
           end-evaluate
           move "REPORT-TRANSECT-FILE-STATUS" to tm-error-paragraph
           move transect-file-status-code to tm-error-status-code
           move "I/O error on transect-master-data"
               to tm-error-message-text
           call "ErrorLogger"
               using by reference tm-error-source-program
                     by reference tm-error-paragraph
                     by reference tm-error-status-code
                     by reference tm-error-message-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move transects-added to rcl-records-written
           move transects-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
