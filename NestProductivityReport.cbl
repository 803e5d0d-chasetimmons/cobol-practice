       input-output section.
           select nest-master-data assign "nest-data.dat"
               organization indexed
               access dynamic
               record key nst-nest-id
               file status nest-file-status-code.

           select nest-visit-data assign "nest-visits.txt"
               organization sequential
               file status visit-file-status-code.

           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

       file section.
       FD  nest-master-data.    *> the season's nest cards
       01  nest-master-record.
           copy nest-record.

       FD  nest-visit-data.    *> the visits behind each card
       01  nest-visit-record.
           copy nest-visit-record.

       FD  species-master-data.    *> names for the species lines
       01  species-master-record.
           copy species-master-record.

       working-storage section.
      *> the national nest scheme's annual return: clutch size,
      *> hatching success and fledging success per species, read
      *> straight off the visit histories instead of inferred from
      *> the juvenile column the way BreedingSuccessReport has to.
      *> A nest's clutch is the most eggs seen on any visit and its
      *> hatched young the most chicks seen on any visit.  Fledging
      *> success sets fledged young against hatched young from the
      *> same nests only - those whose hatch count is known (a clutch
      *> or chicks were seen) and whose outcome is known - so a nest
      *> found with young already gone cannot push it over 100%
       78  MAX-NEST-SUMMARIES      value 1500.
       01  nest-summary-table.
           05  nest-summary-entry      occurs MAX-NEST-SUMMARIES
                                        indexed by nest-index.
               10  nsm-nest-id         pic 9(6).
               10  nsm-visit-count     pic 9(3).
               10  nsm-clutch-size     pic 9(2).
               10  nsm-young-hatched   pic 9(2).
       01  nest-summary-count      pic 9(4) value 0.
       01  found-nest-index        pic 9(4).

       78  MAX-PRODUCTIVITY-LINES  value 300.
       01  productivity-line-table.
           05  productivity-line-entry occurs MAX-PRODUCTIVITY-LINES
                                        indexed by line-index.
               10  prd-species-code    pic 9(3).
               10  prd-nest-count      pic 9(4).
               10  prd-clutch-nests    pic 9(4).
               10  prd-eggs-laid       pic 9(5).
               10  prd-young-hatched   pic 9(5).
               10  prd-young-fledged   pic 9(5).
               10  prd-fledge-hatched  pic 9(5).
               10  prd-outcome-known   pic 9(4).
               10  prd-nests-fledged   pic 9(4).
       01  productivity-line-count pic 9(3) value 0.
       01  found-line-index        pic 9(3).

       01  end-of-file             pic 9.
       01  nest-file-status-code.
           05  nest-status-key-1   pic X.
           05  nest-status-key-2   pic X.
       01  visit-file-status-code.
           05  visit-status-key-1  pic X.
           05  visit-status-key-2  pic X.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.

       01  report-year             pic 9(4).
       01  nests-read              pic 9(5) value 0.
       01  nests-reported          pic 9(5) value 0.
       01  nests-without-visits    pic 9(5) value 0.
       01  species-print-name      pic X(20).
       01  mean-clutch-size        pic 9(2)V99.
       01  hatching-success        pic 9(3)V9.
       01  fledging-success        pic 9(3)V9.
       01  nest-success            pic 9(3)V9.
       01  formatted-clutch        pic Z9.99.
       01  formatted-hatching      pic ZZ9.9.
       01  formatted-fledging      pic ZZ9.9.
       01  formatted-nest-success  pic ZZ9.9.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "NestProductivity".

       procedure division.
           copy run-banner.
           display "Nest season (CCYY)?"
           accept report-year
           perform summarise-visits
           perform accumulate-nests
           if productivity-line-count = 0
               display "No nest cards for " report-year
                   " - nothing to report"
           else
               perform print-productivity-report
           end-if
           perform write-run-control-end
           goback
           .

       summarise-visits section.
           open input nest-visit-data
           if visit-status-key-1 not = "0"
               close nest-visit-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read nest-visit-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if nvs-visit-date (1:4) = report-year
                               perform roll-into-nest-summary
                           end-if
                   end-read
               end-perform
               close nest-visit-data
           end-if
           .

       roll-into-nest-summary section.
           move 0 to found-nest-index
           set nest-index to 1
           perform until nest-index > nest-summary-count
                   or found-nest-index not = 0
               if nsm-nest-id (nest-index) = nvs-nest-id
                   move nest-index to found-nest-index
               else
                   set nest-index up by 1
               end-if
           end-perform
           if found-nest-index = 0
               if nest-summary-count >= MAX-NEST-SUMMARIES
                   display "Nest summary table is full at "
                       MAX-NEST-SUMMARIES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to nest-summary-count
               move nest-summary-count to found-nest-index
               move nvs-nest-id to nsm-nest-id (found-nest-index)
               move 0 to nsm-visit-count (found-nest-index)
               move 0 to nsm-clutch-size (found-nest-index)
               move 0 to nsm-young-hatched (found-nest-index)
           end-if
           add 1 to nsm-visit-count (found-nest-index)
           if nvs-egg-count > nsm-clutch-size (found-nest-index)
               move nvs-egg-count to nsm-clutch-size (found-nest-index)
           end-if
           if nvs-young-count > nsm-young-hatched (found-nest-index)
               move nvs-young-count
                   to nsm-young-hatched (found-nest-index)
           end-if
           .

       accumulate-nests section.
           open input nest-master-data
           if nest-status-key-1 not = "0"
               display "No nest-data.dat - nothing to report"
               close nest-master-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read nest-master-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to nests-read
                           if nst-season-year = report-year
                               perform accumulate-one-nest
                           end-if
                   end-read
               end-perform
               close nest-master-data
           end-if
           .

       accumulate-one-nest section.
           move 0 to found-nest-index
           set nest-index to 1
           perform until nest-index > nest-summary-count
                   or found-nest-index not = 0
               if nsm-nest-id (nest-index) = nst-nest-id
                   move nest-index to found-nest-index
               else
                   set nest-index up by 1
               end-if
           end-perform
           if found-nest-index = 0
               *> a card with no visits says nothing about
               *> productivity - counted and left out
               add 1 to nests-without-visits
           else
               add 1 to nests-reported
               perform roll-into-productivity-line
           end-if
           .

       roll-into-productivity-line section.
           move 0 to found-line-index
           set line-index to 1
           perform until line-index > productivity-line-count
                   or found-line-index not = 0
               if prd-species-code (line-index) = nst-species-code
                   move line-index to found-line-index
               else
                   set line-index up by 1
               end-if
           end-perform
           if found-line-index = 0
               if productivity-line-count >= MAX-PRODUCTIVITY-LINES
                   display "Productivity table is full at "
                       MAX-PRODUCTIVITY-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to productivity-line-count
               move productivity-line-count to found-line-index
               initialize productivity-line-entry (found-line-index)
               move nst-species-code
                   to prd-species-code (found-line-index)
           end-if
           add 1 to prd-nest-count (found-line-index)
           if nsm-clutch-size (found-nest-index) > 0
               add 1 to prd-clutch-nests (found-line-index)
               add nsm-clutch-size (found-nest-index)
                   to prd-eggs-laid (found-line-index)
               add nsm-young-hatched (found-nest-index)
                   to prd-young-hatched (found-line-index)
           end-if
           if nst-outcome-fledged or nst-outcome-failed
                   or nst-outcome-predated
               add 1 to prd-outcome-known (found-line-index)
               if nsm-clutch-size (found-nest-index) > 0
                       or nsm-young-hatched (found-nest-index) > 0
                   add nsm-young-hatched (found-nest-index)
                       to prd-fledge-hatched (found-line-index)
                   add nst-fledged-count
                       to prd-young-fledged (found-line-index)
               end-if
           end-if
           if nst-outcome-fledged
               add 1 to prd-nests-fledged (found-line-index)
           end-if
           .

       print-productivity-report section.
           move "O" to rw-action
           move "nest-productivity.prt" to rw-print-file-name
           move "NEST PRODUCTIVITY" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "species              nests clutch eggs  "
               "hatched fledged hatch% fledge% nest%  season "
               report-year
               delimited by size into rw-line-text
           perform call-report-writer
           open input species-master-data
           move "D" to rw-action
           perform varying line-index from 1 by 1
                   until line-index > productivity-line-count
               perform print-one-productivity-line
           end-perform
           close species-master-data
           move "T" to rw-action
           move spaces to rw-line-text
           string nests-reported " nests reported, "
               nests-without-visits " cards with no visits left out"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display "Nest productivity written to "
               "nest-productivity.prt"
           .

       print-one-productivity-line section.
           move prd-species-code (line-index)
               to species-code of species-master-record
           read species-master-data
               invalid key
                   move "(not on master)" to species-print-name
               not invalid key
                   move ref-common-name to species-print-name
           end-read
           move 0 to mean-clutch-size
           move 0 to hatching-success
           move 0 to fledging-success
           move 0 to nest-success
           if prd-clutch-nests (line-index) > 0
               compute mean-clutch-size rounded =
                   prd-eggs-laid (line-index)
                   / prd-clutch-nests (line-index)
           end-if
           if prd-eggs-laid (line-index) > 0
               compute hatching-success rounded =
                   prd-young-hatched (line-index) * 100
                   / prd-eggs-laid (line-index)
           end-if
           if prd-fledge-hatched (line-index) > 0
               compute fledging-success rounded =
                   prd-young-fledged (line-index) * 100
                   / prd-fledge-hatched (line-index)
           end-if
           if prd-outcome-known (line-index) > 0
               compute nest-success rounded =
                   prd-nests-fledged (line-index) * 100
                   / prd-outcome-known (line-index)
           end-if
           move mean-clutch-size to formatted-clutch
           move hatching-success to formatted-hatching
           move fledging-success to formatted-fledging
           move nest-success to formatted-nest-success
           move spaces to rw-line-text
           string species-print-name " "
               prd-nest-count (line-index) "  "
               formatted-clutch " "
               prd-eggs-laid (line-index) " "
               prd-young-hatched (line-index) "   "
               prd-young-fledged (line-index) "   "
               formatted-hatching "  "
               formatted-fledging "   "
               formatted-nest-success
               delimited by size into rw-line-text
           perform call-report-writer
           .

       call-report-writer section.
           call "ReportWriter"
               using by reference rw-action
                     by reference rw-print-file-name
                     by reference rw-report-title
                     by reference rw-line-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move nests-read to rcl-records-read
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
