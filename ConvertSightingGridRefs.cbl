       input-output section.
           select old-bird-master-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key old-record-key
               alternate record key old-common-name with duplicates
               alternate record key old-mst-date with duplicates
               file status old-master-file-status-code.

           select new-bird-master-data assign "bird-data-gridref.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name
                   of new-bird-master-record with duplicates
               alternate record key #date
                   of new-bird-master-record with duplicates
               file status new-master-file-status-code.

           select old-extract-data assign "bird-data.txt"
               organization sequential
               file status old-extract-file-status-code.

           select new-extract-data assign "bird-data-gridref.txt"
               organization sequential
               file status new-extract-file-status-code.

           select old-transaction-data assign "bird-trans.txt"
               organization sequential
               file status old-trans-file-status-code.

           select new-transaction-data
               assign "bird-trans-gridref.txt"
               organization sequential
               file status new-trans-file-status-code.

           select old-suspense-data assign "bird-suspense.txt"
               organization sequential
               file status old-suspense-file-status-code.

           select new-suspense-data
               assign "bird-suspense-gridref.txt"
               organization sequential
               file status new-suspense-file-status-code.

           select old-deferred-data assign "bird-deferred.txt"
               organization sequential
               file status old-deferred-file-status-code.

           select new-deferred-data
               assign "bird-deferred-gridref.txt"
               organization sequential
               file status new-deferred-file-status-code.

           select old-archive-data assign "sighting-archive-in.txt"
               organization sequential
               file status old-archive-file-status-code.

           select new-archive-data assign "sighting-archive-out.txt"
               organization sequential
               file status new-archive-file-status-code.

           select old-snapshot-data assign "snapshot-in.txt"
               organization sequential
               file status old-snapshot-file-status-code.

           select new-snapshot-data assign "snapshot-out.txt"
               organization sequential
               file status new-snapshot-file-status-code.

       file section.
       FD  old-bird-master-data.    *> master without the grid
                                     *> reference column
       01  old-bird-master-record.
           05  old-record-key          pic 9(6).
           05  filler                  pic X.
           05  old-mst-date            pic X(12).
           05  old-common-name         pic X(16).
           05  old-mst-middle          pic X(55).
           05  old-mst-status-bytes    pic X(5).

       FD  new-bird-master-data.    *> master rebuilt with it
       01  new-bird-master-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.

       FD  old-extract-data.    *> sequential extract, old width
       01  old-extract-record.
           05  old-ext-sighting        pic X(83).
           05  old-ext-status-bytes    pic X(2).

       FD  new-extract-data.
       01  new-extract-record.
           copy bird-spotting-record.
           copy bird-spotting-status.

       FD  old-transaction-data.    *> bird-trans.txt images, old width
       01  old-transaction-record      pic X(84).

       FD  new-transaction-data.
       01  new-transaction-record.
           05  new-trans-image         pic X(84).
           05  filler                  pic X.
           05  new-trans-grid-reference pic X(10).

       FD  old-suspense-data.    *> reason code then a transaction image
       01  old-suspense-record.
           05  old-sus-head            pic X(3).
           05  old-sus-image           pic X(84).

       FD  new-suspense-data.
       01  new-suspense-record.
           05  new-sus-head            pic X(3).
           05  new-sus-image           pic X(84).
           05  filler                  pic X.
           05  new-sus-grid-reference  pic X(10).

       FD  old-deferred-data.    *> deferred transaction images
       01  old-deferred-record         pic X(84).

       FD  new-deferred-data.
       01  new-deferred-record.
           05  new-def-image           pic X(84).
           05  filler                  pic X.
           05  new-def-grid-reference  pic X(10).

       FD  old-archive-data.    *> one year archive at a time - copy
                                 *> each bird-archive-CCYY.txt over
                                 *> sighting-archive-in.txt in turn
       01  old-archive-record.
           05  old-arc-sighting        pic X(90).
           05  old-arc-status-bytes    pic X(5).

       FD  new-archive-data.
       01  new-archive-record.
           05  new-arc-sighting        pic X(90).
           05  filler                  pic X.
           05  new-arc-grid-reference  pic X(10).
           05  new-arc-status-bytes    pic X(5).

       FD  old-snapshot-data.    *> one year-end snapshot at a time -
                                  *> copy each bird-data-CCYY.txt over
                                  *> snapshot-in.txt in turn
       01  old-snapshot-record.
           05  old-snp-sighting        pic X(83).
           05  old-snp-status-bytes    pic X(2).

       FD  new-snapshot-data.
       01  new-snapshot-record.
           05  new-snp-sighting        pic X(83).
           05  filler                  pic X.
           05  new-snp-grid-reference  pic X(10).
           05  new-snp-status-bytes    pic X(2).

       working-storage section.
       01  end-of-file             pic 9.
       01  old-master-file-status-code.
           05  old-master-status-key-1 pic X.
           05  old-master-status-key-2 pic X.
       01  new-master-file-status-code.
           05  new-master-status-key-1 pic X.
           05  new-master-status-key-2 pic X.
       01  old-extract-file-status-code.
           05  old-extract-status-key-1 pic X.
           05  old-extract-status-key-2 pic X.
       01  new-extract-file-status-code.
           05  new-extract-status-key-1 pic X.
           05  new-extract-status-key-2 pic X.
       01  old-trans-file-status-code.
           05  old-trans-status-key-1  pic X.
           05  old-trans-status-key-2  pic X.
       01  new-trans-file-status-code.
           05  new-trans-status-key-1  pic X.
           05  new-trans-status-key-2  pic X.
       01  old-suspense-file-status-code.
           05  old-suspense-status-key-1 pic X.
           05  old-suspense-status-key-2 pic X.
       01  new-suspense-file-status-code.
           05  new-suspense-status-key-1 pic X.
           05  new-suspense-status-key-2 pic X.
       01  old-deferred-file-status-code.
           05  old-deferred-status-key-1 pic X.
           05  old-deferred-status-key-2 pic X.
       01  new-deferred-file-status-code.
           05  new-deferred-status-key-1 pic X.
           05  new-deferred-status-key-2 pic X.
       01  old-archive-file-status-code.
           05  old-archive-status-key-1 pic X.
           05  old-archive-status-key-2 pic X.
       01  new-archive-file-status-code.
           05  new-archive-status-key-1 pic X.
           05  new-archive-status-key-2 pic X.
       01  old-snapshot-file-status-code.
           05  old-snapshot-status-key-1 pic X.
           05  old-snapshot-status-key-2 pic X.
       01  new-snapshot-file-status-code.
           05  new-snapshot-status-key-1 pic X.
           05  new-snapshot-status-key-2 pic X.

      *> the existing bytes carry across untouched and the grid
      *> reference arrives blank - the site's own reference stands,
      *> which is all any card keyed before now could claim
       01  master-records-converted    pic 9(6) value 0.
       01  extract-records-converted   pic 9(6) value 0.
       01  trans-records-converted     pic 9(6) value 0.
       01  suspense-records-converted  pic 9(6) value 0.
       01  deferred-records-converted  pic 9(6) value 0.
       01  archive-records-converted   pic 9(6) value 0.
       01  snapshot-records-converted  pic 9(6) value 0.
       01  cg-error-source-program pic X(20)
                                       value "ConvertSightingGrid".
       01  cg-error-paragraph      pic X(30) value spaces.
       01  cg-error-status-code    pic X(4)  value spaces.
       01  cg-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "ConvertSightingGrid".

       procedure division.
           copy run-banner.
           perform convert-indexed-master
           perform convert-sequential-extract
           perform convert-transaction-file
           perform convert-suspense-file
           perform convert-deferred-file
           perform convert-archive-extract
           perform convert-snapshot-extract
           display master-records-converted
               " master records written to bird-data-gridref.dat"
           display extract-records-converted
               " extract records written to bird-data-gridref.txt"
           display trans-records-converted
               " transactions written to bird-trans-gridref.txt"
           display suspense-records-converted
               " suspense records written to "
               "bird-suspense-gridref.txt"
           display deferred-records-converted
               " deferred records written to "
               "bird-deferred-gridref.txt"
           display archive-records-converted
               " archive records written to sighting-archive-out.txt"
           display snapshot-records-converted
               " snapshot records written to snapshot-out.txt"
           display "Rename the converted files over the originals"
           display "before the next scheduled run, then take a fresh"
           display "MasterBackup - older backups are the old width."
           display "Repeat the archive pass for each"
           display "bird-archive-CCYY.txt, copying it over"
           display "sighting-archive-in.txt in turn, and the snapshot"
           display "pass for each bird-data-CCYY.txt, copying it over"
           display "snapshot-in.txt and snapshot-out.txt back over it"
           perform write-run-control-end
           goback
           .

       convert-indexed-master section.
           open input old-bird-master-data
           if old-master-status-key-1 not = "0"
               perform report-old-master-status
           else
               open output new-bird-master-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-bird-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform convert-one-master-record
                   end-read
               end-perform
               close old-bird-master-data
               close new-bird-master-data
           end-if
           .

       convert-one-master-record section.
           move spaces to new-bird-master-record
           move old-bird-master-record (1:90)
               to new-bird-master-record (1:90)
           move old-mst-status-bytes
               to new-bird-master-record (102:5)
           move spaces
               to sighting-grid-reference of new-bird-master-record
           write new-bird-master-record
               invalid key
                   display "Failed to convert master record "
                       old-record-key " - status "
                       new-master-file-status-code
               not invalid key
                   add 1 to master-records-converted
           end-write
           .

       convert-sequential-extract section.
           open input old-extract-data
           if old-extract-status-key-1 not = "0"
               display "bird-data.txt not converted - open status "
                   old-extract-file-status-code
               close old-extract-data
           else
               open output new-extract-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-extract-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move spaces to new-extract-record
                           move old-ext-sighting
                               to new-extract-record (1:83)
                           move old-ext-status-bytes
                               to new-extract-record (95:2)
                           write new-extract-record
                           add 1 to extract-records-converted
                   end-read
               end-perform
               close old-extract-data
               close new-extract-data
           end-if
           .

       convert-transaction-file section.
           open input old-transaction-data
           if old-trans-status-key-1 not = "0"
               display "No bird-trans.txt waiting - transaction "
                   "conversion skipped"
               close old-transaction-data
           else
               open output new-transaction-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-transaction-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move spaces to new-transaction-record
                           move old-transaction-record
                               to new-trans-image
                           write new-transaction-record
                           add 1 to trans-records-converted
                   end-read
               end-perform
               close old-transaction-data
               close new-transaction-data
           end-if
           .

       convert-suspense-file section.
           open input old-suspense-data
           if old-suspense-status-key-1 not = "0"
               display "bird-suspense.txt not converted - open status "
                   old-suspense-file-status-code
               close old-suspense-data
           else
               open output new-suspense-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-suspense-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move spaces to new-suspense-record
                           move old-sus-head to new-sus-head
                           move old-sus-image to new-sus-image
                           write new-suspense-record
                           add 1 to suspense-records-converted
                   end-read
               end-perform
               close old-suspense-data
               close new-suspense-data
           end-if
           .

       convert-deferred-file section.
           open input old-deferred-data
           if old-deferred-status-key-1 not = "0"
               display "bird-deferred.txt not converted - open status "
                   old-deferred-file-status-code
               close old-deferred-data
           else
               open output new-deferred-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-deferred-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move spaces to new-deferred-record
                           move old-deferred-record to new-def-image
                           write new-deferred-record
                           add 1 to deferred-records-converted
                   end-read
               end-perform
               close old-deferred-data
               close new-deferred-data
           end-if
           .

       convert-archive-extract section.
           open input old-archive-data
           if old-archive-status-key-1 not = "0"
               display "No sighting-archive-in.txt this pass - "
                   "archive conversion skipped"
               close old-archive-data
           else
               open output new-archive-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-archive-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move spaces to new-archive-record
                           move old-arc-sighting to new-arc-sighting
                           move old-arc-status-bytes
                               to new-arc-status-bytes
                           write new-archive-record
                           add 1 to archive-records-converted
                   end-read
               end-perform
               close old-archive-data
               close new-archive-data
           end-if
           .

       convert-snapshot-extract section.
           open input old-snapshot-data
           if old-snapshot-status-key-1 not = "0"
               display "No snapshot-in.txt this pass - "
                   "snapshot conversion skipped"
               close old-snapshot-data
           else
               open output new-snapshot-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-snapshot-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           move spaces to new-snapshot-record
                           move old-snp-sighting to new-snp-sighting
                           move old-snp-status-bytes
                               to new-snp-status-bytes
                           write new-snapshot-record
                           add 1 to snapshot-records-converted
                   end-read
               end-perform
               close old-snapshot-data
               close new-snapshot-data
           end-if
           .

       report-old-master-status section.
           display "bird-data.dat not converted - open status "
               old-master-file-status-code
           move "CONVERT-INDEXED-MASTER" to cg-error-paragraph
           move old-master-file-status-code to cg-error-status-code
           move "Open failed on bird-data.dat"
               to cg-error-message-text
           call "ErrorLogger"
               using by reference cg-error-source-program
                     by reference cg-error-paragraph
                     by reference cg-error-status-code
                     by reference cg-error-message-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move master-records-converted to rcl-records-read
           move master-records-converted to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
