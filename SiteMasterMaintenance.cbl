               organization sequential
               file status history-file-status-code.

           select site-adjacency-data assign "site-adjacency.dat"
               organization indexed
               access dynamic
               record key adj-key
               file status adjacency-file-status-code.

           select adjacency-transaction-data
               assign "site-adjacency-trans.txt"
               organization sequential
               file status adjacency-trans-file-status-code.

       file section.
       FD  site-master-data.    *> the dozen named count sites
       01  site-master-record.
       01  habitat-history-record.
           copy habitat-history-record.

       FD  site-adjacency-data.    *> which sites are neighbours
       01  site-adjacency-record.
           copy site-adjacency-record.

       FD  adjacency-transaction-data.    *> the day's neighbour links
       01  adjacency-transaction-record.
           05  adt-code                pic X.
               88  adt-link                value "A" "a".
               88  adt-unlink              value "D" "d".
           05  filler                  pic X.
           05  adt-site-code           pic X(4).
           05  filler                  pic X.
           05  adt-neighbour-code      pic X(4).

       working-storage section.
       78  MAX-HISTORY-SITES       value 100.
       01  history-site-table.
       01  sites-added             pic 9(4) value 0.
       01  sites-changed           pic 9(4) value 0.
       01  sites-deleted           pic 9(4) value 0.
       01  adjacency-file-status-code.
           05  adjacency-status-key-1 pic X.
           05  adjacency-status-key-2 pic X.
       01  adjacency-trans-file-status-code.
           05  adjacency-trans-status-key-1 pic X.
           05  adjacency-trans-status-key-2 pic X.
       01  end-of-adjacency        pic 9.
      *> a deleted site takes its neighbour links with it - gathered
      *> first, since deleting the far side's row would lose the
      *> place in the near side's
       78  MAX-SITE-NEIGHBOURS     value 50.
       01  neighbour-table.
           05  neighbour-entry         pic X(4)
                                        occurs MAX-SITE-NEIGHBOURS
                                        indexed by neighbour-index.
       01  neighbour-count         pic 9(2) value 0.
       01  link-site-code          pic X(4).
       01  link-neighbour-code     pic X(4).
       01  link-reject-reason      pic X(40).
       01  first-half-status       pic X(2).
       01  neighbours-linked       pic 9(4) value 0.
       01  neighbours-unlinked     pic 9(4) value 0.
       01  links-rejected          pic 9(4) value 0.
       01  sm-error-source-program pic X(20)
                                       value "SiteMasterMaint".
       01  sm-error-paragraph      pic X(30) value spaces.
           display sites-added " sites added, "
               sites-changed " changed, "
               sites-deleted " deleted"
           display neighbours-linked " neighbour links added, "
               neighbours-unlinked " removed, "
               links-rejected " rejected"
           perform write-run-control-end
           goback
           .
               close site-master-data
               open i-o site-master-data
           end-if
           open i-o site-adjacency-data
           if adjacency-status-key-1 = "3"
               *> first ever run - create the adjacency file empty
               open output site-adjacency-data
               close site-adjacency-data
               open i-o site-adjacency-data
           end-if
           open input site-transaction-data
           open extend habitat-history-data
           set end-of-transactions to 1 *> FALSE
           end-perform
           close site-transaction-data
           close habitat-history-data
           *> neighbour links after the sites, so a new site can be
           *> linked the day it is added
           perform process-adjacency-transactions
           close site-adjacency-data
           close site-master-data
           .

       process-adjacency-transactions section.
           open input adjacency-transaction-data
           if adjacency-trans-status-key-1 not = "0"
               *> no neighbour changes today
               close adjacency-transaction-data
               exit section
           end-if
           set end-of-transactions to 1 *> FALSE
           perform until end-of-transactions = 0 *> TRUE
               read adjacency-transaction-data
                   at end
                       set end-of-transactions to 0 *> TRUE
                   not at end
                       perform apply-adjacency-transaction
               end-read
           end-perform
           close adjacency-transaction-data
           .

       apply-adjacency-transaction section.
           move adt-site-code to link-site-code
           move adt-neighbour-code to link-neighbour-code
           evaluate true
               when adt-link
                   perform validate-neighbour-link
                   if link-reject-reason not = spaces
                       add 1 to links-rejected
                       display "Rejected link " adt-site-code "/"
                           adt-neighbour-code " - " link-reject-reason
                   else
                       perform write-neighbour-link
                   end-if
               when adt-unlink
                   perform remove-neighbour-link
               when other
                   add 1 to links-rejected
                   display "Unknown adjacency transaction code "
                       adt-code " for sites " adt-site-code "/"
                       adt-neighbour-code
           end-evaluate
           .

       validate-neighbour-link section.
           move spaces to link-reject-reason
           if adt-site-code = adt-neighbour-code
               move "a site cannot neighbour itself"
                   to link-reject-reason
               exit section
           end-if
           move adt-site-code to site-code of site-master-record
           perform check-link-site
           if link-reject-reason = spaces
               move adt-neighbour-code
                   to site-code of site-master-record
               perform check-link-site
           end-if
           .

       check-link-site section.
           read site-master-data
               invalid key
                   string "site " site-code of site-master-record
                       " is not on the site master"
                       delimited by size into link-reject-reason
               not invalid key
                   if site-retired
                       string "site " site-code of site-master-record
                           " is retired"
                           delimited by size into link-reject-reason
                   end-if
           end-read
           .

       write-neighbour-link section.
           *> held both ways round - each half written on its own so
           *> a half left by an earlier failure is made good
           move spaces to site-adjacency-record
           move link-site-code to adj-site-code
           move link-neighbour-code to adj-neighbour-code
           move run-date-today to adj-linked-date
           write site-adjacency-record
               invalid key
                   continue
           end-write
           move adjacency-file-status-code to first-half-status
           move link-neighbour-code to adj-site-code
           move link-site-code to adj-neighbour-code
           write site-adjacency-record
               invalid key
                   continue
           end-write
           if first-half-status = "22"
                   and adjacency-file-status-code = "22"
               add 1 to links-rejected
               display "Sites " link-site-code " and "
                   link-neighbour-code " are already neighbours"
           else
               add 1 to neighbours-linked
               display "Sites " link-site-code " and "
                   link-neighbour-code " linked as neighbours"
           end-if
           .

       remove-neighbour-link section.
           move link-site-code to adj-site-code
           move link-neighbour-code to adj-neighbour-code
           delete site-adjacency-data record
               invalid key
                   continue
           end-delete
           move adjacency-file-status-code to first-half-status
           move link-neighbour-code to adj-site-code
           move link-site-code to adj-neighbour-code
           delete site-adjacency-data record
               invalid key
                   continue
           end-delete
           if first-half-status = "23"
                   and adjacency-file-status-code = "23"
               add 1 to links-rejected
               display "Sites " link-site-code " and "
                   link-neighbour-code " were not neighbours"
           else
               add 1 to neighbours-unlinked
               display "Sites " link-site-code " and "
                   link-neighbour-code " no longer neighbours"
           end-if
           .

       drop-deleted-site-links section.
           move 0 to neighbour-count
           move site-trans-site-code to adj-site-code
           move low-values to adj-neighbour-code
           start site-adjacency-data key is >= adj-key
               invalid key
                   exit section
           end-start
           set end-of-adjacency to 1 *> FALSE
           perform until end-of-adjacency = 0 *> TRUE
               read site-adjacency-data next record
                   at end
                       set end-of-adjacency to 0 *> TRUE
                   not at end
                       if adj-site-code not = site-trans-site-code
                           set end-of-adjacency to 0 *> TRUE
                       else
                           perform note-deleted-site-neighbour
                       end-if
               end-read
           end-perform
           move site-trans-site-code to link-site-code
           perform varying neighbour-index from 1 by 1
                   until neighbour-index > neighbour-count
               move neighbour-entry (neighbour-index)
                   to link-neighbour-code
               perform remove-neighbour-link
           end-perform
           .

       note-deleted-site-neighbour section.
           if neighbour-count >= MAX-SITE-NEIGHBOURS
               display "Neighbour table is full at "
                   MAX-SITE-NEIGHBOURS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to neighbour-count
           move adj-neighbour-code to neighbour-entry (neighbour-count)
           .

       apply-site-transaction section.
           move site-trans-site-code to site-code
               of site-master-record
                           add 1 to sites-deleted
                           display "Site " site-trans-site-code
                               " deleted"
                           perform drop-deleted-site-links
                   end-delete
               when other
                   display "Unknown site transaction code "
