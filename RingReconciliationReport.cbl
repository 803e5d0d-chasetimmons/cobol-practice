       input-output section.
           select ring-series-data assign "ring-series.dat"
               organization indexed
               access dynamic
               record key rsr-series-id
               file status series-file-status-code.

           select ring-usage-data assign "ring-usage.dat"
               organization indexed
               access dynamic
               record key rus-ring-key
               file status usage-file-status-code.

       file section.
       FD  ring-series-data.    *> every string in stock or issued
       01  ring-series-record.
           copy ring-series-record.

       FD  ring-usage-data.    *> rings used on birds or lost
       01  ring-usage-record.
           copy ring-usage-record.

       working-storage section.
      *> the month-end account of the ring stock the national office
      *> audits: per ringer and ring size, rings issued, handed back,
      *> used, lost and still on the string.  Issued counts the
      *> string as it went out, returned tails included, so the line
      *> balances: remaining = issued - returned - used - lost
       78  MAX-SERIES-LINES        value 500.
       01  series-line-table.
           05  series-line-entry       occurs MAX-SERIES-LINES
                                        indexed by series-index.
               10  srl-series-id       pic 9(5).
               10  srl-ring-size       pic X(3).
       01  series-line-count       pic 9(3) value 0.

       78  MAX-RECONCILE-LINES     value 300.
       01  reconcile-line-table.
           05  reconcile-line-entry    occurs MAX-RECONCILE-LINES
                                        indexed by reconcile-index.
               10  rec-line-key.
                   15  rec-ringer-id   pic 9(4).
                   15  rec-ring-size   pic X(3).
               10  rec-strings-held    pic 9(4).
               10  rec-rings-issued    pic 9(7).
               10  rec-rings-returned  pic 9(7).
               10  rec-rings-used      pic 9(7).
               10  rec-used-this-month pic 9(7).
               10  rec-rings-lost      pic 9(7).
               10  rec-printed-flag    pic X.
                   88  rec-printed         value "Y".
       01  reconcile-line-count    pic 9(3) value 0.
       01  found-reconcile-index   pic 9(3).
       01  next-reconcile-index    pic 9(3).
       01  next-line-key           pic X(7).

       01  end-of-file             pic 9.
       01  series-file-status-code.
           05  series-status-key-1 pic X.
           05  series-status-key-2 pic X.
       01  usage-file-status-code.
           05  usage-status-key-1  pic X.
           05  usage-status-key-2  pic X.

       01  report-month            pic 9(6).
       01  wanted-ringer-id        pic 9(4).
       01  wanted-ring-size        pic X(3).
       01  string-ring-count       pic 9(7).
       01  rings-remaining         pic S9(7).
       01  formatted-remaining     pic -(6)9.
       01  ringer-label            pic X(8).
       01  usage-unmatched         pic 9(6) value 0.
       01  strings-read            pic 9(6) value 0.
       01  usage-read              pic 9(6) value 0.
       01  total-issued            pic 9(8) value 0.
       01  total-used              pic 9(8) value 0.
       01  total-lost              pic 9(8) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "RingReconciliation".

       procedure division.
           copy run-banner.
           display "Reconciliation month (CCYYMM)?"
           accept report-month
           perform accumulate-strings
           perform accumulate-usage
           if reconcile-line-count = 0
               display "No ring strings on ring-series.dat - "
                   "nothing to reconcile"
           else
               perform print-reconciliation
           end-if
           perform write-run-control-end
           goback
           .

       accumulate-strings section.
           open input ring-series-data
           if series-status-key-1 not = "0"
               close ring-series-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read ring-series-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to strings-read
                           perform accumulate-one-string
                   end-read
               end-perform
               close ring-series-data
           end-if
           .

       accumulate-one-string section.
           if series-line-count >= MAX-SERIES-LINES
               display "Series table is full at "
                   MAX-SERIES-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to series-line-count
           move rsr-series-id to srl-series-id (series-line-count)
           move rsr-ring-size to srl-ring-size (series-line-count)
           move rsr-ringer-id to wanted-ringer-id
           move rsr-ring-size to wanted-ring-size
           perform find-reconcile-line
           move 0 to string-ring-count
           if rsr-last-serial >= rsr-first-serial
               compute string-ring-count =
                   rsr-last-serial - rsr-first-serial + 1
           end-if
           add 1 to rec-strings-held (found-reconcile-index)
           compute rec-rings-issued (found-reconcile-index) =
               rec-rings-issued (found-reconcile-index)
               + string-ring-count + rsr-returned-count
           add rsr-returned-count
               to rec-rings-returned (found-reconcile-index)
           .

       accumulate-usage section.
           open input ring-usage-data
           if usage-status-key-1 not = "0"
               close ring-usage-data
           else
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read ring-usage-data next record
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to usage-read
                           perform accumulate-one-usage
                   end-read
               end-perform
               close ring-usage-data
           end-if
           .

       accumulate-one-usage section.
           move spaces to wanted-ring-size
           set series-index to 1
           search series-line-entry
               at end
                   continue
               when series-index > series-line-count
                   continue
               when srl-series-id (series-index) = rus-series-id
                   move srl-ring-size (series-index)
                       to wanted-ring-size
           end-search
           if wanted-ring-size = spaces
               add 1 to usage-unmatched
           else
               move rus-ringer-id to wanted-ringer-id
               perform find-reconcile-line
               if rus-ring-used
                   add 1 to rec-rings-used (found-reconcile-index)
                   if rus-usage-date (1:6) = report-month
                       add 1 to
                           rec-used-this-month (found-reconcile-index)
                   end-if
               else
                   add 1 to rec-rings-lost (found-reconcile-index)
               end-if
           end-if
           .

       find-reconcile-line section.
           move 0 to found-reconcile-index
           set reconcile-index to 1
           perform until reconcile-index > reconcile-line-count
                   or found-reconcile-index not = 0
               if rec-ringer-id (reconcile-index) = wanted-ringer-id
                       and rec-ring-size (reconcile-index)
                           = wanted-ring-size
                   move reconcile-index to found-reconcile-index
               else
                   set reconcile-index up by 1
               end-if
           end-perform
           if found-reconcile-index = 0
               if reconcile-line-count >= MAX-RECONCILE-LINES
                   display "Reconciliation table is full at "
                       MAX-RECONCILE-LINES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to reconcile-line-count
               move reconcile-line-count to found-reconcile-index
               initialize reconcile-line-entry (found-reconcile-index)
               move wanted-ringer-id
                   to rec-ringer-id (found-reconcile-index)
               move wanted-ring-size
                   to rec-ring-size (found-reconcile-index)
               move "N" to rec-printed-flag (found-reconcile-index)
           end-if
           .

       print-reconciliation section.
           move "O" to rw-action
           move "ring-reconciliation.prt" to rw-print-file-name
           move "RING STOCK RECONCILIATION" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "ringer   size strings issued  returned used    "
               "month   lost    remaining  month " report-month
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           perform find-next-reconcile-line
           perform until next-reconcile-index = 0
               set reconcile-index to next-reconcile-index
               perform print-one-reconcile-line
               perform find-next-reconcile-line
           end-perform
           move "T" to rw-action
           move spaces to rw-line-text
           string "TOTAL RINGS " total-issued "  USED " total-used
               "  LOST " total-lost
               delimited by size into rw-line-text
           perform call-report-writer
           if usage-unmatched > 0
               move spaces to rw-line-text
               string usage-unmatched
                   " used or lost rings on strings no longer on file"
                   delimited by size into rw-line-text
               perform call-report-writer
           end-if
           move "C" to rw-action
           perform call-report-writer
           display "Ring reconciliation written to "
               "ring-reconciliation.prt"
           .

       find-next-reconcile-line section.
           *> stock first (ringer zero), then ringer by ringer, each
           *> ringer's sizes in order
           move 0 to next-reconcile-index
           perform varying reconcile-index from 1 by 1
                   until reconcile-index > reconcile-line-count
               if not rec-printed (reconcile-index)
                       and (next-reconcile-index = 0
                           or rec-line-key (reconcile-index)
                               < next-line-key)
                   move reconcile-index to next-reconcile-index
                   move rec-line-key (reconcile-index)
                       to next-line-key
               end-if
           end-perform
           .

       print-one-reconcile-line section.
           move "Y" to rec-printed-flag (reconcile-index)
           compute rings-remaining =
               rec-rings-issued (reconcile-index)
               - rec-rings-returned (reconcile-index)
               - rec-rings-used (reconcile-index)
               - rec-rings-lost (reconcile-index)
           move rings-remaining to formatted-remaining
           if rec-ringer-id (reconcile-index) = 0
               move "STOCK" to ringer-label
           else
               move rec-ringer-id (reconcile-index) to ringer-label
           end-if
           *> a returned tail shows again on the stock line, so the
           *> total counts each ring once
           compute total-issued = total-issued
               + rec-rings-issued (reconcile-index)
               - rec-rings-returned (reconcile-index)
           add rec-rings-used (reconcile-index) to total-used
           add rec-rings-lost (reconcile-index) to total-lost
           move spaces to rw-line-text
           string ringer-label " "
               rec-ring-size (reconcile-index) "  "
               rec-strings-held (reconcile-index) "    "
               rec-rings-issued (reconcile-index) " "
               rec-rings-returned (reconcile-index) " "
               rec-rings-used (reconcile-index) " "
               rec-used-this-month (reconcile-index) " "
               rec-rings-lost (reconcile-index) " "
               formatted-remaining
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
           compute rcl-records-read = strings-read + usage-read
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
