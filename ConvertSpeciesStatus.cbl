       input-output section.
           select old-species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key old-species-code
               alternate record key old-common-name with duplicates
               file status old-species-file-status-code.

           select new-species-master-data
               assign "species-data-status.dat"
               organization indexed
               access dynamic
               record key species-code of new-species-master-record
               alternate record key ref-common-name
                   of new-species-master-record with duplicates
               file status new-species-file-status-code.

       file section.
       FD  old-species-master-data.    *> master before the status
                                        *> category
       01  old-species-master-record.
           05  old-species-code        pic 9(3).
           05  filler                  pic X.
           05  old-common-name         pic X(30).
           05  old-species-details     pic X(123).

       FD  new-species-master-data.    *> master rebuilt with every
                                        *> species naturally occurring
                                        *> until SpeciesMasterMaint
                                        *> says otherwise
       01  new-species-master-record.
           copy species-master-record.

       working-storage section.
       01  end-of-file             pic 9.
       01  old-species-file-status-code.
           05  old-species-status-key-1 pic X.
           05  old-species-status-key-2 pic X.
       01  new-species-file-status-code.
           05  new-species-status-key-1 pic X.
           05  new-species-status-key-2 pic X.
       01  species-converted       pic 9(4) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ConvertSpeciesStatus".

       procedure division.
           copy run-banner.
           open input old-species-master-data
           if old-species-status-key-1 not = "0"
               display "Cannot open species-data.dat - status "
                   old-species-file-status-code
               close old-species-master-data
           else
               open output new-species-master-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-species-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform convert-one-species
                   end-read
               end-perform
               close old-species-master-data
               close new-species-master-data
           end-if
           display species-converted " species written to "
               "species-data-status.dat as naturally occurring"
           display "Rename the converted file over species-data.dat, "
               "then key escapes and introductions through "
               "SpeciesMasterMaintenance"
           perform write-run-control-end
           goback
           .

       convert-one-species section.
           *> the old layout carries over byte for byte - the status
           *> category is new on the end of the record
           move spaces to new-species-master-record
           move old-species-master-record
               to new-species-master-record (1:157)
           set ref-naturally-occurring to true
           write new-species-master-record
               invalid key
                   display "Failed to convert species "
                       old-species-code " - status "
                       new-species-file-status-code
               not invalid key
                   add 1 to species-converted
           end-write
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move species-converted to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
