       input-output section.
           select sensitive-species-data assign "sensitive-species.dat"
               organization indexed
               access dynamic
               record key sen-key
               file status sensitive-master-file-status-code.

           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

           select sensitive-transaction-data
               assign "sensitive-species-trans.txt"
               organization sequential
               file status sensitive-trans-file-status-code.

           select sensitive-audit-data
               assign "sensitive-species-audit.txt"
               organization sequential
               file status sensitive-audit-file-status-code.

       file section.
       FD  sensitive-species-data.    *> embargo level per species,
                                       *> and per site-and-species
                                       *> where a site differs
       01  sensitive-species-record.
           copy sensitive-species-record.

       FD  species-master-data.    *> every embargoed species must
                                    *> be a real one
       01  species-master-record.
           copy species-master-record.

       FD  sensitive-transaction-data.    *> the recorder's changes
       01  sensitive-transaction-record.
           05  snt-code                pic X.
               88  snt-add                 value "A" "a".
               88  snt-change              value "C" "c".
               88  snt-delete              value "D" "d".
           05  filler                  pic X.
           05  snt-species-code        pic 9(3).
           05  filler                  pic X.
           05  snt-site-code           pic X(4).    *> spaces for
                                                     *> every site
           05  filler                  pic X.
           05  snt-level               pic X.
           05  filler                  pic X.
           05  snt-release-date        pic X(8).
           05  filler                  pic X.
           05  snt-note                pic X(30).

       FD  sensitive-audit-data.    *> before/after level of every
                                     *> change - who could see what is
                                     *> a question the committee asks
       01  sensitive-audit-record.
           05  sna-action-code         pic X.
           05  filler                  pic X.
           05  sna-species-code        pic 9(3).
           05  filler                  pic X.
           05  sna-site-code           pic X(4).
           05  filler                  pic X.
           05  sna-old-level           pic X.
           05  filler                  pic X.
           05  sna-old-release-date    pic X(8).
           05  filler                  pic X.
           05  sna-new-level           pic X.
           05  filler                  pic X.
           05  sna-new-release-date    pic X(8).
           05  filler                  pic X.
           05  sna-timestamp           pic X(21).

       working-storage section.
       01  end-of-transactions     pic 9.
       01  sensitive-master-file-status-code.
           05  sensitive-master-status-key-1 pic X.
           05  sensitive-master-status-key-2 pic X.
       01  sensitive-trans-file-status-code.
           05  sensitive-trans-status-key-1  pic X.
           05  sensitive-trans-status-key-2  pic X.
       01  sensitive-audit-file-status-code.
           05  sensitive-audit-status-key-1  pic X.
           05  sensitive-audit-status-key-2  pic X.
       01  species-file-status-code.
           05  species-status-key-1  pic X.
           05  species-status-key-2  pic X.
       01  old-level               pic X.
       01  old-release-date        pic X(8).
       01  level-valid-flag        pic X value "Y".
           88  level-is-valid          value "Y".
           88  level-is-invalid        value "N".
       01  level-reject-reason     pic X(40).
       01  site-is-known-flag      pic X value "N".
           88  site-is-known           value "Y".
       01  species-is-known-flag   pic X value "N".
           88  species-is-known        value "Y".
       01  release-date-parts.
           05  release-year        pic 9(4).
           05  release-month       pic 9(2).
           05  release-day         pic 9(2).
       01  release-date-valid-flag pic X value "Y".
           88  release-date-is-valid   value "Y".
       01  levels-added            pic 9(4) value 0.
       01  levels-changed          pic 9(4) value 0.
       01  levels-deleted          pic 9(4) value 0.
       01  levels-rejected         pic 9(4) value 0.
       01  ss-error-source-program pic X(20)
                                       value "SensitiveSpeciesMnt".
       01  ss-error-paragraph      pic X(30) value spaces.
       01  ss-error-status-code    pic X(4)  value spaces.
       01  ss-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "SensitiveSpeciesMnt".

       procedure division.
           copy run-banner.
           perform process-sensitive-transactions
           display levels-added " embargo levels added, "
               levels-changed " changed, "
               levels-deleted " deleted, "
               levels-rejected " rejected"
           perform write-run-control-end
           goback
           .

       process-sensitive-transactions section.
           open i-o sensitive-species-data
           if sensitive-master-status-key-1 = "3"
               *> first ever run - create the embargo file
               close sensitive-species-data
               open output sensitive-species-data
               close sensitive-species-data
               open i-o sensitive-species-data
           end-if
           open input species-master-data
           open input sensitive-transaction-data
           open extend sensitive-audit-data
           set end-of-transactions to 1 *> FALSE
           perform until end-of-transactions = 0 *> TRUE
               read sensitive-transaction-data
                   at end
                       set end-of-transactions to 0 *> TRUE
                   not at end
                       perform apply-sensitive-transaction
               end-read
           end-perform
           close sensitive-species-data
           close species-master-data
           close sensitive-transaction-data
           close sensitive-audit-data
           .

       apply-sensitive-transaction section.
           move spaces to sen-key
           move snt-species-code to sen-species-code
           move snt-site-code to sen-site-code
           evaluate true
               when snt-add
                   perform add-sensitive-record
               when snt-change
                   perform change-sensitive-record
               when snt-delete
                   perform delete-sensitive-record
               when other
                   add 1 to levels-rejected
                   display "Unknown embargo transaction code "
                       snt-code " for species " snt-species-code
           end-evaluate
           .

       add-sensitive-record section.
           perform validate-embargo-level
           if level-is-invalid
               add 1 to levels-rejected
               perform report-level-reject
           else
               perform move-transaction-to-level
               write sensitive-species-record
                   invalid key
                       add 1 to levels-rejected
                       perform report-sensitive-file-status
                   not invalid key
                       add 1 to levels-added
                       move spaces to old-level
                       move spaces to old-release-date
                       move "A" to sna-action-code
                       perform write-sensitive-audit-record
                       display "Embargo for species "
                           snt-species-code " site " snt-site-code
                           " added"
               end-write
           end-if
           .

       change-sensitive-record section.
           perform validate-embargo-level
           if level-is-invalid
               add 1 to levels-rejected
               perform report-level-reject
           else
               read sensitive-species-data
                   invalid key
                       add 1 to levels-rejected
                       perform report-sensitive-file-status
                   not invalid key
                       move sen-level to old-level
                       move sen-release-date to old-release-date
                       perform move-transaction-to-level
                       rewrite sensitive-species-record
                           invalid key
                               add 1 to levels-rejected
                               perform report-sensitive-file-status
                           not invalid key
                               add 1 to levels-changed
                               move "C" to sna-action-code
                               perform write-sensitive-audit-record
                               display "Embargo for species "
                                   snt-species-code " site "
                                   snt-site-code " amended"
                       end-rewrite
               end-read
           end-if
           .

       delete-sensitive-record section.
           read sensitive-species-data
               invalid key
                   add 1 to levels-rejected
                   perform report-sensitive-file-status
               not invalid key
                   move sen-level to old-level
                   move sen-release-date to old-release-date
                   delete sensitive-species-data record
                       invalid key
                           add 1 to levels-rejected
                           perform report-sensitive-file-status
                       not invalid key
                           add 1 to levels-deleted
                           move "D" to sna-action-code
                           move spaces to snt-level
                           move spaces to snt-release-date
                           perform write-sensitive-audit-record
                           display "Embargo for species "
                               snt-species-code " site "
                               snt-site-code " deleted"
                   end-delete
           end-read
           .

       move-transaction-to-level section.
           move snt-level to sen-level
           if snt-release-date is numeric
               move snt-release-date to sen-release-date
           else
               move 0 to sen-release-date
           end-if
           move snt-note to sen-note
           .

       validate-embargo-level section.
           set level-is-valid to true
           move snt-level to sen-level
           move "N" to species-is-known-flag
           move snt-species-code
               to species-code of species-master-record
           read species-master-data
               invalid key
                   continue
               not invalid key
                   set species-is-known to true
           end-read
           move "N" to release-date-valid-flag
           if snt-release-date is numeric
               move snt-release-date to release-date-parts
               call "Subprogram" using by reference release-day
                                        by reference release-month
                                        by reference release-year
                                        by reference
                                            release-date-valid-flag
           end-if
           if not species-is-known
               set level-is-invalid to true
               move "species is not on the species master"
                   to level-reject-reason
           else
           if not sen-level-valid
               set level-is-invalid to true
               move "level must be W, B, D or N"
                   to level-reject-reason
           else
           if sen-delay and not release-date-is-valid
               *> a delay with no date to end it would be a
               *> withhold that nobody chose
               set level-is-invalid to true
               move "a D level needs a release date CCYYMMDD"
                   to level-reject-reason
           else
           if snt-site-code not = spaces
               call "SiteCodeCheck"
                   using by reference snt-site-code
                         by reference site-is-known-flag
               if not site-is-known
                   set level-is-invalid to true
                   move "site is not on the site master"
                       to level-reject-reason
               end-if
           end-if
           end-if
           end-if
           end-if
           .

       write-sensitive-audit-record section.
           move snt-species-code to sna-species-code
           move snt-site-code    to sna-site-code
           move old-level        to sna-old-level
           move old-release-date to sna-old-release-date
           move snt-level        to sna-new-level
           move snt-release-date to sna-new-release-date
           move function current-date to sna-timestamp
           write sensitive-audit-record
           .

       report-level-reject section.
           display "Rejected embargo for species " snt-species-code
               " site " snt-site-code " - " level-reject-reason
           move "VALIDATE-EMBARGO-LEVEL" to ss-error-paragraph
           move spaces to ss-error-status-code
           move "Embargo level rejected at maintenance"
               to ss-error-message-text
           call "ErrorLogger"
               using by reference ss-error-source-program
                     by reference ss-error-paragraph
                     by reference ss-error-status-code
                     by reference ss-error-message-text
           .

       report-sensitive-file-status section.
           evaluate sensitive-master-file-status-code
               when "23"
                   display "No embargo on file for species "
                       snt-species-code " site " snt-site-code
               when "22"
                   display "Duplicate key - embargo for species "
                       snt-species-code " site " snt-site-code
                       " already exists"
               when other
                   display "Unexpected file status "
                       sensitive-master-file-status-code
                       " for species " snt-species-code
           end-evaluate
           move "REPORT-SENSITIVE-FILE-STATUS" to ss-error-paragraph
           move sensitive-master-file-status-code
               to ss-error-status-code
           move "I/O error on sensitive-species-data"
               to ss-error-message-text
           call "ErrorLogger"
               using by reference ss-error-source-program
                     by reference ss-error-paragraph
                     by reference ss-error-status-code
                     by reference ss-error-message-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move levels-added to rcl-records-written
           move levels-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
