       input-output section.
           select count-day-data assign "count-days.dat"
               organization indexed
               access dynamic
               record key cdy-count-date
               file status count-day-file-status-code.

           select count-allocation-data
               assign "count-allocations.dat"
               organization indexed
               access dynamic
               record key cal-key
               file status allocation-file-status-code.

           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

           select site-master-data assign "site-data.dat"
               organization indexed
               access dynamic
               record key site-code of site-master-record
               file status site-file-status-code.

           select count-day-transaction-data
               assign "count-day-trans.txt"
               organization sequential
               file status count-trans-file-status-code.

       file section.
       FD  count-day-data.    *> the coordinated count calendar
       01  count-day-record.
           copy count-day-record.

       FD  count-allocation-data.    *> who covers which site
       01  count-allocation-record.
           copy count-allocation-record.

       FD  observer-master-data.    *> counters must be observers
       01  observer-record.
           copy observer-record.

       FD  site-master-data.    *> sites must exist and be in use
       01  site-master-record.
           copy site-record.

       FD  count-day-transaction-data.    *> the count organiser's
                                           *> changes
       01  count-day-transaction-record.
           05  cdt-code                pic X.
               88  cdt-add-day             value "A" "a".
               88  cdt-change-day          value "C" "c".
               88  cdt-delete-day          value "D" "d".
               88  cdt-allocate            value "S" "s".
               88  cdt-reallocate          value "R" "r".
               88  cdt-unallocate          value "U" "u".
           05  filler                  pic X.
           05  cdt-count-date          pic 9(8).
           05  filler                  pic X.
           05  cdt-site-code           pic X(4).
           05  filler                  pic X.
           05  cdt-observer-id         pic 9(4).
           05  filler                  pic X.
           05  cdt-returns-due-date    pic 9(8).
           05  filler                  pic X.
           05  cdt-title               pic X(30).

       working-storage section.
      *> the coordinated count calendar and who covers what.  A, C
      *> and D keep the count days - the date, what the count is
      *> and when missing returns start to be chased (seven days on
      *> if none is given).  S allocates a site to an observer for a
      *> count day, R hands it to another observer and U takes the
      *> allocation off.  Every allocation is checked against the
      *> observer master and the site master, and a retired site
      *> cannot be allocated.  One observer may cover several sites,
      *> but each site has one counter per count.  A count day with
      *> sites still allocated on it cannot be deleted
       78  DEFAULT-RETURN-DAYS     value 7.
       01  end-of-transactions     pic 9.
       01  end-of-allocations      pic 9.
       01  count-day-file-status-code.
           05  count-day-status-key-1 pic X.
           05  count-day-status-key-2 pic X.
       01  allocation-file-status-code.
           05  allocation-status-key-1 pic X.
           05  allocation-status-key-2 pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  site-file-status-code.
           05  site-status-key-1   pic X.
           05  site-status-key-2   pic X.
       01  count-trans-file-status-code.
           05  count-trans-status-key-1 pic X.
           05  count-trans-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  transaction-ok-flag     pic X.
           88  transaction-is-ok       value "Y".
       01  check-date              pic 9(8).
       01  check-date-parts redefines check-date.
           05  check-year          pic 9(4).
           05  check-month         pic 9(2).
           05  check-day           pic 9(2).
       01  check-date-valid-flag   pic X.
           88  check-date-is-valid     value "Y".
       01  allocation-count        pic 9(4).
       01  days-added              pic 9(4) value 0.
       01  days-changed            pic 9(4) value 0.
       01  days-deleted            pic 9(4) value 0.
       01  sites-allocated         pic 9(4) value 0.
       01  sites-reallocated       pic 9(4) value 0.
       01  sites-unallocated       pic 9(4) value 0.
       01  transactions-read       pic 9(5) value 0.
       01  transactions-rejected   pic 9(4) value 0.
       01  cd-error-source-program pic X(20)
                                       value "CountDayMaint".
       01  cd-error-paragraph      pic X(30) value spaces.
       01  cd-error-status-code    pic X(4)  value spaces.
       01  cd-error-message-text   pic X(60).
       copy run-control-fields.
       01  batch-program-name pic X(20) value "CountDayMaint".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           open i-o count-day-data
           if count-day-status-key-1 = "3"
               *> first ever run - create the calendar empty
               open output count-day-data
               close count-day-data
               open i-o count-day-data
           end-if
           open i-o count-allocation-data
           if allocation-status-key-1 = "3"
               open output count-allocation-data
               close count-allocation-data
               open i-o count-allocation-data
           end-if
           open input observer-master-data
           open input site-master-data
           open input count-day-transaction-data
           set end-of-transactions to 1 *> FALSE
           perform until end-of-transactions = 0 *> TRUE
               read count-day-transaction-data
                   at end
                       set end-of-transactions to 0 *> TRUE
                   not at end
                       add 1 to transactions-read
                       perform apply-count-day-transaction
               end-read
           end-perform
           close count-day-transaction-data
           close site-master-data
           close observer-master-data
           close count-allocation-data
           close count-day-data
           display days-added " count days added, "
               days-changed " changed, "
               days-deleted " deleted"
           display sites-allocated " sites allocated, "
               sites-reallocated " reallocated, "
               sites-unallocated " taken off, "
               transactions-rejected " transactions rejected"
           perform write-run-control-end
           goback
           .

       apply-count-day-transaction section.
           set transaction-is-ok to true
           move cdt-count-date to cdy-count-date
           evaluate true
               when cdt-add-day
                   perform validate-count-day
                   if transaction-is-ok
                       move spaces to count-day-record
                       move cdt-count-date to cdy-count-date
                       perform store-count-day
                       move "O" to cdy-status
                       move 0 to cdy-last-checked-date
                       write count-day-record
                           invalid key
                               perform report-day-file-status
                           not invalid key
                               add 1 to days-added
                               display "Count day " cdt-count-date
                                   " added - returns chased from "
                                   cdy-returns-due-date
                       end-write
                   end-if
               when cdt-change-day
                   perform validate-count-day
                   if transaction-is-ok
                       read count-day-data
                           invalid key
                               perform report-day-file-status
                           not invalid key
                               perform store-count-day
                               rewrite count-day-record
                                   invalid key
                                       perform report-day-file-status
                                   not invalid key
                                       add 1 to days-changed
                                       display "Count day "
                                           cdt-count-date " amended"
                               end-rewrite
                       end-read
                   end-if
               when cdt-delete-day
                   perform count-day-allocations
                   if allocation-count > 0
                       move "Count day still has sites allocated"
                           to cd-error-message-text
                       perform reject-count-day-transaction
                   else
                       delete count-day-data record
                           invalid key
                               perform report-day-file-status
                           not invalid key
                               add 1 to days-deleted
                               display "Count day " cdt-count-date
                                   " deleted"
                       end-delete
                   end-if
               when cdt-allocate
                   perform validate-allocation
                   if transaction-is-ok
                       perform allocate-site
                   end-if
               when cdt-reallocate
                   perform validate-allocation
                   if transaction-is-ok
                       perform reallocate-site
                   end-if
               when cdt-unallocate
                   perform unallocate-site
               when other
                   move "Unknown count-day transaction code"
                       to cd-error-message-text
                   perform reject-count-day-transaction
           end-evaluate
           .

       validate-count-day section.
           move cdt-count-date to check-date
           call "Subprogram" using by reference check-day
                                   by reference check-month
                                   by reference check-year
                                   by reference check-date-valid-flag
           if not check-date-is-valid
               move "Count date is not a valid date"
                   to cd-error-message-text
               perform reject-count-day-transaction
               exit section
           end-if
           if cdt-returns-due-date not numeric
               move 0 to cdt-returns-due-date
           end-if
           if cdt-returns-due-date not = 0
               move cdt-returns-due-date to check-date
               call "Subprogram"
                   using by reference check-day
                         by reference check-month
                         by reference check-year
                         by reference check-date-valid-flag
               if not check-date-is-valid
                       or cdt-returns-due-date < cdt-count-date
                   move "Returns-due date is not a date on or after "
                       & "the count" to cd-error-message-text
                   perform reject-count-day-transaction
               end-if
           end-if
           .

       store-count-day section.
           move cdt-title to cdy-title
           if cdt-returns-due-date = 0
               compute cdy-returns-due-date = function date-of-integer
                   (function integer-of-date (cdt-count-date)
                       + DEFAULT-RETURN-DAYS)
           else
               move cdt-returns-due-date to cdy-returns-due-date
           end-if
           .

       validate-allocation section.
           *> the count day must be on the calendar, the counter on
           *> the observer master, and the site on the site master
           *> and still in use
           read count-day-data
               invalid key
                   move "Count date is not on the count-day calendar"
                       to cd-error-message-text
                   perform reject-count-day-transaction
                   exit section
           end-read
           move cdt-observer-id to observer-id of observer-record
           read observer-master-data
               invalid key
                   move "Observer is not on the observer master"
                       to cd-error-message-text
                   perform reject-count-day-transaction
                   exit section
           end-read
           move cdt-site-code to site-code of site-master-record
           read site-master-data
               invalid key
                   move "Site code not on the site master"
                       to cd-error-message-text
                   perform reject-count-day-transaction
                   exit section
           end-read
           if site-retired
               move "Site is retired - allocate its successor"
                   to cd-error-message-text
               perform reject-count-day-transaction
           end-if
           .

       allocate-site section.
           move spaces to count-allocation-record
           move cdt-count-date to cal-count-date
           move cdt-site-code to cal-site-code
           move cdt-observer-id to cal-observer-id
           move run-date-today to cal-allocated-date
           move 0 to cal-birds-returned
           move 0 to cal-counted-by-id
           move 0 to cal-checked-date
           write count-allocation-record
               invalid key
                   move "Site is already allocated on this count day"
                       to cd-error-message-text
                   perform reject-count-day-transaction
               not invalid key
                   add 1 to sites-allocated
                   display "Site " cdt-site-code " on "
                       cdt-count-date " allocated to observer "
                       cdt-observer-id
           end-write
           .

       reallocate-site section.
           move cdt-count-date to cal-count-date
           move cdt-site-code to cal-site-code
           read count-allocation-data
               invalid key
                   move "Site is not allocated on this count day"
                       to cd-error-message-text
                   perform reject-count-day-transaction
                   exit section
           end-read
           move cdt-observer-id to cal-observer-id
           move run-date-today to cal-allocated-date
           rewrite count-allocation-record
               invalid key
                   perform report-allocation-file-status
               not invalid key
                   add 1 to sites-reallocated
                   display "Site " cdt-site-code " on "
                       cdt-count-date " handed to observer "
                       cdt-observer-id
           end-rewrite
           .

       unallocate-site section.
           move cdt-count-date to cal-count-date
           move cdt-site-code to cal-site-code
           delete count-allocation-data record
               invalid key
                   move "Site is not allocated on this count day"
                       to cd-error-message-text
                   perform reject-count-day-transaction
               not invalid key
                   add 1 to sites-unallocated
                   display "Site " cdt-site-code " taken off count "
                       cdt-count-date
           end-delete
           .

       count-day-allocations section.
           move 0 to allocation-count
           move cdt-count-date to cal-count-date
           move low-values to cal-site-code
           start count-allocation-data key is >= cal-key
               invalid key
                   exit section
           end-start
           set end-of-allocations to 1 *> FALSE
           perform until end-of-allocations = 0 *> TRUE
               read count-allocation-data next record
                   at end
                       set end-of-allocations to 0 *> TRUE
                   not at end
                       if cal-count-date = cdt-count-date
                           add 1 to allocation-count
                       else
                           set end-of-allocations to 0 *> TRUE
                       end-if
               end-read
           end-perform
           .

       reject-count-day-transaction section.
           move "N" to transaction-ok-flag
           add 1 to transactions-rejected
           display "Count day " cdt-count-date " " cdt-site-code
               " rejected - " cd-error-message-text
           move "APPLY-COUNT-DAY-TRANSACTION" to cd-error-paragraph
           move spaces to cd-error-status-code
           call "ErrorLogger"
               using by reference cd-error-source-program
                     by reference cd-error-paragraph
                     by reference cd-error-status-code
                     by reference cd-error-message-text
           .

       report-day-file-status section.
           add 1 to transactions-rejected
           evaluate count-day-file-status-code
               when "23"
                   display "Count day not found " cdt-count-date
               when "22"
                   display "Duplicate key - count day "
                       cdt-count-date " already exists"
               when other
                   display "Unexpected file status "
                       count-day-file-status-code " for count day "
                       cdt-count-date
           end-evaluate
           move "REPORT-DAY-FILE-STATUS" to cd-error-paragraph
           move count-day-file-status-code to cd-error-status-code
           move "I/O error on count-day-data"
               to cd-error-message-text
           call "ErrorLogger"
               using by reference cd-error-source-program
                     by reference cd-error-paragraph
                     by reference cd-error-status-code
                     by reference cd-error-message-text
           .

       report-allocation-file-status section.
           add 1 to transactions-rejected
           display "Unexpected file status "
               allocation-file-status-code " for site "
               cdt-site-code " on " cdt-count-date
           move "REPORT-ALLOCATION-FILE-STATUS" to cd-error-paragraph
           move allocation-file-status-code to cd-error-status-code
           move "I/O error on count-allocation-data"
               to cd-error-message-text
           call "ErrorLogger"
               using by reference cd-error-source-program
                     by reference cd-error-paragraph
                     by reference cd-error-status-code
                     by reference cd-error-message-text
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move transactions-read to rcl-records-read
           compute rcl-records-written = days-added + days-changed
               + days-deleted + sites-allocated + sites-reallocated
               + sites-unallocated
           move transactions-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
