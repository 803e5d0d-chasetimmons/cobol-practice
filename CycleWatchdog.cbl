       input-output section.
           select run-control-data assign "run-control.txt"
               organization sequential
               file status run-control-file-status-code.

           select batch-window-data assign "batch-window.txt"
               organization sequential
               file status window-file-status-code.

           select watchdog-alert-data assign "watchdog-alerts.txt"
               organization sequential
               file status watchdog-file-status-code.

       file section.
       FD  run-control-data.    *> start/end records written by
                                 *> RunControlLogger for every run
       01  run-control-record.
           05  rcd-program-name        pic X(20).
           05  filler                  pic X.
           05  rcd-action              pic X.
               88  rcd-run-start           value "S".
               88  rcd-run-end             value "E".
           05  filler                  pic X.
           05  rcd-timestamp           pic X(21).
           05  filler                  pic X.
           05  rcd-records-read        pic 9(6).
           05  filler                  pic X.
           05  rcd-records-written     pic 9(6).
           05  filler                  pic X.
           05  rcd-records-rejected    pic 9(6).
           05  filler                  pic X.
           05  rcd-return-code         pic 9(4).

       FD  batch-window-data.    *> handover time and watchdog limits
       01  batch-window-record.
           copy batch-window-record.

       FD  watchdog-alert-data.    *> alerts already raised for last
                                    *> night and this one, so a run
                                    *> every quarter hour raises each
                                    *> overrun once
       01  watchdog-alert-record.
           05  wda-program-name        pic X(20).
           05  wda-start-stamp         pic X(14).

       working-storage section.
      *> run by the operating-system scheduler every quarter hour
      *> through the night, outside the cycle it is watching.  A step
      *> that has run - or is still running - well past its average
      *> over the last twelve weeks raises a high-severity OpsAlert,
      *> and so does a cycle that has not finished by the deadline on
      *> batch-window.txt.  "Tonight" is everything since noon, or
      *> since noon yesterday before midday, so a cycle that crosses
      *> midnight is still one night
       78  HISTORY-WEEKS           value 12.
       78  MAX-WATCHED-PROGRAMS    value 200.
       78  MAX-OPEN-RUNS           value 50.
       78  MAX-RAISED-ALERTS       value 500.
       78  CYCLE-PROGRAM-NAME      value "NightlyCycle".
       78  DEFAULT-CYCLE-DEADLINE  value 0530.
       78  DEFAULT-OVERRUN-PERCENT value 50.
       78  DEFAULT-MINIMUM-HISTORY value 3.
      *> a two-second step taking four is not worth a phone call -
      *> no step is called overrunning until it is this far past
      *> its average as well
       78  MINIMUM-MARGIN-SECONDS  value 300.
       78  MINUTES-IN-DAY          value 1440.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "CycleWatchdog".

       01  end-of-file             pic 9.
       01  run-control-file-status-code.
           05  run-control-status-key-1 pic X.
           05  run-control-status-key-2 pic X.
       01  window-file-status-code.
           05  window-status-key-1 pic X.
           05  window-status-key-2 pic X.
       01  watchdog-file-status-code.
           05  watchdog-status-key-1 pic X.
           05  watchdog-status-key-2 pic X.

       01  cycle-deadline          pic 9(4).
       01  cycle-deadline-parts redefines cycle-deadline.
           05  deadline-hour       pic 9(2).
           05  deadline-minute     pic 9(2).
       01  deadline-night-minute   pic 9(4).
       01  overrun-percent         pic 9(3).
       01  minimum-history         pic 9(2).

       01  now-timestamp           pic X(21).
       01  now-date                pic 9(8).
       01  now-day-number          pic 9(7).
       01  now-seconds             pic 9(12).
       01  now-night-minute        pic 9(4).
       01  tonight-start-seconds   pic 9(12).
       01  history-start-day       pic 9(7).
       01  keep-alerts-from-date   pic 9(8).

       01  stamp-day-number        pic 9(7).
       01  stamp-seconds           pic 9(12).
       01  elapsed-seconds         pic 9(7).
       01  norm-seconds            pic 9(7).
       01  allowed-seconds         pic 9(7).
       01  run-records-read        pic 9(6) value 0.
       01  alerts-raised           pic 9(4) value 0.

       01  open-run-table.
           05  open-run-entry          occurs MAX-OPEN-RUNS
                                        indexed by open-index.
               10  opr-program-name    pic X(20).
               10  opr-start-stamp     pic X(14).
               10  opr-start-seconds   pic 9(12).
               10  opr-start-day       pic 9(7).
       01  open-run-count          pic 9(3) value 0.
       01  found-open-index        pic 9(3).
       01  open-subscript          pic S9(3).

       01  watched-program-table.
           05  watched-program-entry   occurs MAX-WATCHED-PROGRAMS
                                        indexed by watched-index.
               10  wpg-program-name    pic X(20).
               10  wpg-history-runs    pic 9(5).
               10  wpg-history-seconds pic 9(10).
       01  watched-program-count   pic 9(3) value 0.
       01  found-watched-index     pic 9(3).

       01  raised-alert-table.
           05  raised-alert-entry      occurs MAX-RAISED-ALERTS
                                        indexed by raised-index.
               10  rat-program-name    pic X(20).
               10  rat-start-stamp     pic X(14).
       01  raised-alert-count      pic 9(3) value 0.
       01  already-raised-flag     pic X.
           88  alert-already-raised    value "Y".

       01  check-program-name      pic X(20).
       01  check-start-stamp       pic X(14).
       01  tonight-cycle-flag      pic X value "N".
           88  tonight-cycle-started   value "Y".
       01  tonight-cycle-stamp     pic X(14).
       01  tonight-cycle-open-flag pic X value "N".
           88  tonight-cycle-running   value "Y".
       01  tonight-cycle-rc        pic 9(4) value 0.

       01  wd-alert-source         pic X(20) value "CycleWatchdog".
       01  wd-alert-severity       pic X value "H".
       01  wd-alert-text           pic X(60).
       01  shown-elapsed-minutes   pic ZZZ9.
       01  shown-allowed-minutes   pic ZZZ9.

       procedure division.
           copy run-banner.
           move function current-date to now-timestamp
           perform work-out-tonight
           perform read-window-parameters
           perform load-raised-alerts
           perform pair-run-control-records
           perform check-steps-still-running
           perform check-cycle-deadline
           perform save-raised-alerts
           display "Watchdog check at " now-timestamp (9:4) " - "
               alerts-raised " alerts raised"
           perform write-run-control-end
           goback
           .

       work-out-tonight section.
           move now-timestamp (1:8) to now-date
           move function integer-of-date (now-date) to now-day-number
           compute now-seconds = now-day-number * 86400
               + function numval (now-timestamp (9:2)) * 3600
               + function numval (now-timestamp (11:2)) * 60
               + function numval (now-timestamp (13:2))
           compute now-night-minute =
               function numval (now-timestamp (9:2)) * 60
               + function numval (now-timestamp (11:2))
           if now-timestamp (9:2) < "12"
               add MINUTES-IN-DAY to now-night-minute
               compute tonight-start-seconds =
                   (now-day-number - 1) * 86400 + 12 * 3600
           else
               compute tonight-start-seconds =
                   now-day-number * 86400 + 12 * 3600
           end-if
           compute history-start-day =
               now-day-number - HISTORY-WEEKS * 7
           compute keep-alerts-from-date =
               function date-of-integer (now-day-number - 1)
           .

       read-window-parameters section.
           move DEFAULT-CYCLE-DEADLINE to cycle-deadline
           move DEFAULT-OVERRUN-PERCENT to overrun-percent
           move DEFAULT-MINIMUM-HISTORY to minimum-history
           open input batch-window-data
           if window-status-key-1 = "0"
               read batch-window-data
                   at end
                       continue
                   not at end
                       perform take-window-parameters
               end-read
           end-if
           close batch-window-data
           compute deadline-night-minute =
               deadline-hour * 60 + deadline-minute
           if deadline-hour < 12
               add MINUTES-IN-DAY to deadline-night-minute
           end-if
           .

       take-window-parameters section.
           if bwp-cycle-deadline is numeric and bwp-cycle-deadline > 0
               move bwp-cycle-deadline to cycle-deadline
           end-if
           if bwp-overrun-percent is numeric
                   and bwp-overrun-percent > 0
               move bwp-overrun-percent to overrun-percent
           end-if
           if bwp-minimum-history is numeric
                   and bwp-minimum-history > 0
               move bwp-minimum-history to minimum-history
           end-if
           .

       load-raised-alerts section.
           *> only last night's and tonight's are worth keeping - the
           *> file is rewritten from this table at the end
           open input watchdog-alert-data
           if watchdog-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read watchdog-alert-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           if wda-start-stamp (1:8)
                                   >= keep-alerts-from-date
                               move wda-program-name
                                   to check-program-name
                               move wda-start-stamp
                                   to check-start-stamp
                               perform note-raised-alert
                           end-if
                   end-read
               end-perform
           end-if
           close watchdog-alert-data
           .

       note-raised-alert section.
           if raised-alert-count >= MAX-RAISED-ALERTS
               display "Raised-alert table is full at "
                   MAX-RAISED-ALERTS " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to raised-alert-count
           move check-program-name
               to rat-program-name (raised-alert-count)
           move check-start-stamp
               to rat-start-stamp (raised-alert-count)
           .

       check-already-raised section.
           move "N" to already-raised-flag
           perform varying raised-index from 1 by 1
                   until raised-index > raised-alert-count
                       or alert-already-raised
               if rat-program-name (raised-index) = check-program-name
                       and rat-start-stamp (raised-index)
                           = check-start-stamp
                   set alert-already-raised to true
               end-if
           end-perform
           .

       pair-run-control-records section.
           open input run-control-data
           if run-control-status-key-1 not = "0"
               display "No run history on file - run-control.txt "
                   "status " run-control-file-status-code
               close run-control-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read run-control-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to run-records-read
                       perform work-out-stamp-seconds
                       if rcd-run-start
                           perform open-one-run
                       else
                           perform close-one-run
                       end-if
               end-read
           end-perform
           close run-control-data
           .

       work-out-stamp-seconds section.
           move function integer-of-date
                   (function numval (rcd-timestamp (1:8)))
               to stamp-day-number
           compute stamp-seconds = stamp-day-number * 86400
               + function numval (rcd-timestamp (9:2)) * 3600
               + function numval (rcd-timestamp (11:2)) * 60
               + function numval (rcd-timestamp (13:2))
           .

       open-one-run section.
           if open-run-count >= MAX-OPEN-RUNS
               perform varying open-index from 2 by 1
                       until open-index > open-run-count
                   move open-run-entry (open-index)
                       to open-run-entry (open-index - 1)
               end-perform
               subtract 1 from open-run-count
           end-if
           add 1 to open-run-count
           move rcd-program-name to opr-program-name (open-run-count)
           move rcd-timestamp (1:14) to opr-start-stamp (open-run-count)
           move stamp-seconds to opr-start-seconds (open-run-count)
           move stamp-day-number to opr-start-day (open-run-count)
           if rcd-program-name = CYCLE-PROGRAM-NAME
                   and stamp-seconds >= tonight-start-seconds
               set tonight-cycle-started to true
               set tonight-cycle-running to true
               move 0 to tonight-cycle-rc
               move rcd-timestamp (1:14) to tonight-cycle-stamp
           end-if
           .

       close-one-run section.
           move 0 to found-open-index
           perform varying open-subscript from open-run-count by -1
                   until open-subscript < 1 or found-open-index > 0
               if opr-program-name (open-subscript) = rcd-program-name
                   move open-subscript to found-open-index
               end-if
           end-perform
           if found-open-index = 0
               exit section
           end-if
           compute elapsed-seconds = stamp-seconds
               - opr-start-seconds (found-open-index)
           move rcd-program-name to check-program-name
           perform find-watched-program
           evaluate true
               when opr-start-seconds (found-open-index)
                       >= tonight-start-seconds
                   *> finished tonight - judged against the history
                   *> the file has already given us
                   move opr-start-stamp (found-open-index)
                       to check-start-stamp
                   perform judge-step-time
                   if rcd-program-name = CYCLE-PROGRAM-NAME
                       move "N" to tonight-cycle-open-flag
                       move rcd-return-code to tonight-cycle-rc
                   end-if
               when opr-start-day (found-open-index)
                       >= history-start-day
                   add 1 to wpg-history-runs (found-watched-index)
                   add elapsed-seconds
                       to wpg-history-seconds (found-watched-index)
           end-evaluate
           perform varying open-index from found-open-index by 1
                   until open-index >= open-run-count
               move open-run-entry (open-index + 1)
                   to open-run-entry (open-index)
           end-perform
           subtract 1 from open-run-count
           .

       find-watched-program section.
           move 0 to found-watched-index
           perform varying watched-index from 1 by 1
                   until watched-index > watched-program-count
                       or found-watched-index > 0
               if wpg-program-name (watched-index)
                       = check-program-name
                   set found-watched-index to watched-index
               end-if
           end-perform
           if found-watched-index = 0
               if watched-program-count >= MAX-WATCHED-PROGRAMS
                   display "Program table is full at "
                       MAX-WATCHED-PROGRAMS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to watched-program-count
               move watched-program-count to found-watched-index
               move check-program-name
                   to wpg-program-name (found-watched-index)
               move 0 to wpg-history-runs (found-watched-index)
               move 0 to wpg-history-seconds (found-watched-index)
           end-if
           .

       judge-step-time section.
           *> check-program-name, check-start-stamp and
           *> elapsed-seconds in; an alert out if the step is past
           *> its norm and has not been reported already
           if wpg-history-runs (found-watched-index) < minimum-history
               exit section
           end-if
           compute norm-seconds rounded =
               wpg-history-seconds (found-watched-index)
                   / wpg-history-runs (found-watched-index)
           compute allowed-seconds rounded =
               norm-seconds * (100 + overrun-percent) / 100
           if allowed-seconds < norm-seconds + MINIMUM-MARGIN-SECONDS
               compute allowed-seconds =
                   norm-seconds + MINIMUM-MARGIN-SECONDS
           end-if
           if elapsed-seconds <= allowed-seconds
               exit section
           end-if
           perform check-already-raised
           if alert-already-raised
               exit section
           end-if
           compute shown-elapsed-minutes rounded = elapsed-seconds / 60
           compute shown-allowed-minutes rounded = norm-seconds / 60
           move spaces to wd-alert-text
           string "OVERRUN " delimited by size
               check-program-name delimited by space
               " " shown-elapsed-minutes " mins, usually "
               shown-allowed-minutes delimited by size
               into wd-alert-text
           perform raise-watchdog-alert
           .

       check-steps-still-running section.
           perform varying open-index from 1 by 1
                   until open-index > open-run-count
               if opr-start-seconds (open-index)
                       >= tonight-start-seconds
                   compute elapsed-seconds =
                       now-seconds - opr-start-seconds (open-index)
                   move opr-program-name (open-index)
                       to check-program-name
                   move opr-start-stamp (open-index)
                       to check-start-stamp
                   perform find-watched-program
                   perform judge-step-time
               end-if
           end-perform
           .

       check-cycle-deadline section.
           if now-night-minute < deadline-night-minute
               exit section
           end-if
           move CYCLE-PROGRAM-NAME to check-program-name
           move spaces to check-start-stamp
           move now-date to check-start-stamp (1:8)
           move "DEADLINE" to check-start-stamp (9:6)
           *> a cycle that stopped on a failed step has ended but not
           *> completed - the morning is just as much at risk
           if tonight-cycle-started and not tonight-cycle-running
                   and tonight-cycle-rc = 0
               exit section
           end-if
           perform check-already-raised
           if alert-already-raised
               exit section
           end-if
           move spaces to wd-alert-text
           if not tonight-cycle-started
               string "CYCLE NOT STARTED by " cycle-deadline (1:2)
                   ":" cycle-deadline (3:2)
                   " - handover at risk"
                   delimited by size into wd-alert-text
           else
           if not tonight-cycle-running
               string "CYCLE STOPPED with return code "
                   tonight-cycle-rc " - not complete by "
                   cycle-deadline (1:2) ":" cycle-deadline (3:2)
                   delimited by size into wd-alert-text
           else
               string "CYCLE NOT COMPLETE by " cycle-deadline (1:2)
                   ":" cycle-deadline (3:2) " - running since "
                   tonight-cycle-stamp (9:2) ":"
                   tonight-cycle-stamp (11:2)
                   delimited by size into wd-alert-text
           end-if
           end-if
           perform raise-watchdog-alert
           .

       raise-watchdog-alert section.
           call "OpsAlert"
               using by reference wd-alert-source
                     by reference wd-alert-severity
                     by reference wd-alert-text
           display wd-alert-text
           add 1 to alerts-raised
           perform note-raised-alert
           .

       save-raised-alerts section.
           open output watchdog-alert-data
           perform varying raised-index from 1 by 1
                   until raised-index > raised-alert-count
               move rat-program-name (raised-index)
                   to wda-program-name
               move rat-start-stamp (raised-index) to wda-start-stamp
               write watchdog-alert-record
           end-perform
           close watchdog-alert-data
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move run-records-read to rcl-records-read
           move alerts-raised to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
