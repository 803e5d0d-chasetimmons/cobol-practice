       input-output section.
           select run-control-data assign "run-control.txt"
               organization sequential
               file status run-control-file-status-code.

           select batch-window-data assign "batch-window.txt"
               organization sequential
               file status window-file-status-code.

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

       working-storage section.
      *> the nightly cycle has been creeping longer as bird-data.dat
      *> and the logs grow.  Each end record on run-control.txt is
      *> paired with its program's latest open start record to give
      *> the elapsed time; NightlyCycle's own pair is the length of
      *> the cycle.  Twelve weeks are kept, week 12 being the seven
      *> days up to today, and the cycle's weekly average is fitted
      *> to a straight line to say when it will run into the morning
      *> handover
       78  TREND-WEEKS             value 12.
       78  MAX-WINDOW-PROGRAMS     value 200.
       78  MAX-OPEN-RUNS           value 50.
       78  CYCLE-PROGRAM-NAME      value "NightlyCycle".
       78  DEFAULT-HANDOVER-TIME   value 0600.
       78  MINUTES-IN-DAY          value 1440.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "BatchWindowReport".
       copy report-writer-fields.

       01  end-of-file             pic 9.
       01  run-control-file-status-code.
           05  run-control-status-key-1 pic X.
           05  run-control-status-key-2 pic X.
       01  window-file-status-code.
           05  window-status-key-1 pic X.
           05  window-status-key-2 pic X.

       01  handover-time           pic 9(4).
       01  handover-time-parts redefines handover-time.
           05  handover-hour       pic 9(2).
           05  handover-minute     pic 9(2).
       01  handover-night-minute   pic 9(4).

       01  run-date-today          pic 9(8).
       01  today-day-number        pic 9(7).
       01  stamp-day-number        pic 9(7).
       01  stamp-seconds           pic 9(12).
       01  stamp-night-minute      pic 9(4).
       01  elapsed-seconds         pic 9(7).
       01  weeks-ago               pic 9(5).
       01  week-slot               pic 9(2).
       01  runs-left-open          pic 9(5) value 0.
       01  run-records-read        pic 9(7) value 0.

      *> runs started and not yet ended, latest on top
       01  open-run-table.
           05  open-run-entry          occurs MAX-OPEN-RUNS
                                        indexed by open-index.
               10  opr-program-name    pic X(20).
               10  opr-start-seconds   pic 9(12).
               10  opr-start-day       pic 9(7).
               10  opr-start-minute    pic 9(4).
       01  open-run-count          pic 9(3) value 0.
       01  found-open-index        pic 9(3).
       01  open-subscript          pic S9(3).

       01  program-window-table.
           05  program-window-entry    occurs MAX-WINDOW-PROGRAMS
                                        indexed by program-index.
               10  pwn-program-name    pic X(20).
               10  pwn-printed-flag    pic X.
                   88  pwn-printed         value "Y".
               10  pwn-recent-average  pic 9(7).
               10  pwn-week            occurs TREND-WEEKS.
                   15  pwn-runs        pic 9(4).
                   15  pwn-seconds     pic 9(9).
                   15  pwn-records-read pic 9(9).
       01  program-window-count    pic 9(3) value 0.
       01  found-program-index     pic 9(3).
       01  next-program-index      pic 9(3).
       01  next-recent-average     pic 9(7).

       01  cycle-week-table.
           05  cycle-week-entry        occurs TREND-WEEKS
                                        indexed by week-index.
               10  cwk-cycles          pic 9(3).
               10  cwk-seconds         pic 9(9).
               10  cwk-longest-seconds pic 9(7).
               10  cwk-start-minutes   pic 9(7).
               10  cwk-records-read    pic 9(9).

      *> half-and-half averages for the per-program trend
       01  early-runs              pic 9(5).
       01  early-seconds           pic 9(10).
       01  late-runs               pic 9(5).
       01  late-seconds            pic 9(10).
       01  early-average           pic 9(7).
       01  late-average            pic 9(7).
       01  program-records-read    pic 9(10).
       01  average-change-percent  pic S9(5).

      *> least-squares fit of the weekly average cycle minutes
       01  fit-points              pic 9(2).
       01  fit-sum-x               pic 9(5).
       01  fit-sum-y               pic 9(7)V9(2).
       01  fit-sum-xx              pic 9(7).
       01  fit-sum-xy              pic 9(9)V9(2).
       01  fit-divisor             pic S9(9).
       01  fit-slope               pic S9(5)V9(4).
       01  fit-intercept           pic S9(7)V9(4).
       01  fitted-minutes          pic S9(7)V9(2).
       01  week-average-minutes    pic 9(5)V9(2).
       01  total-cycles            pic 9(5).
       01  total-start-minutes     pic 9(9).
       01  average-start-minute    pic 9(4).
       01  projected-finish-minute pic S9(7).
       01  weeks-to-overrun        pic 9(5).
       01  overrun-week-date       pic 9(8).

       01  week-start-date         pic 9(8).
       01  shown-count             pic ZZZ9.
       01  shown-minutes           pic ZZZ9.9.
       01  shown-longest           pic ZZZ9.9.
       01  shown-records           pic ZZZ,ZZZ,ZZ9.
       01  shown-seconds           pic Z,ZZZ,ZZ9.
       01  shown-seconds-late      pic Z,ZZZ,ZZ9.
       01  shown-change            pic -ZZZ9.
       01  shown-slope             pic -ZZ9.9.
       01  shown-weeks             pic ZZZZ9.
       01  clock-minute            pic 9(4).
       01  shown-clock.
           05  shown-clock-hour    pic 9(2).
           05  filler              pic X value ":".
           05  shown-clock-minute  pic 9(2).

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           move function integer-of-date (run-date-today)
               to today-day-number
           perform read-window-parameters
           initialize program-window-table
           initialize cycle-week-table
           perform pair-run-control-records
           perform open-window-report
           perform print-cycle-trend
           perform print-program-trend
           perform print-overrun-projection
           move "C" to rw-action
           perform call-report-writer
           if runs-left-open > 0
               display runs-left-open " starts on run-control.txt "
                   "have no end - abended or still running"
           end-if
           display program-window-count " programs timed over "
               TREND-WEEKS " weeks - see batch-window.prt"
           perform write-run-control-end
           goback
           .

       read-window-parameters section.
           move DEFAULT-HANDOVER-TIME to handover-time
           open input batch-window-data
           if window-status-key-1 = "0"
               read batch-window-data
                   at end
                       continue
                   not at end
                       if bwp-handover-time is numeric
                               and bwp-handover-time > 0
                           move bwp-handover-time to handover-time
                       end-if
               end-read
           end-if
           close batch-window-data
           *> minutes from the midnight before the cycle started, so
           *> 06:00 the next morning sorts after 23:30 the night before
           compute handover-night-minute =
               handover-hour * 60 + handover-minute
           if handover-hour < 12
               add MINUTES-IN-DAY to handover-night-minute
           end-if
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
           move open-run-count to runs-left-open
           .

       work-out-stamp-seconds section.
           move function integer-of-date
                   (function numval (rcd-timestamp (1:8)))
               to stamp-day-number
           compute stamp-seconds = stamp-day-number * 86400
               + function numval (rcd-timestamp (9:2)) * 3600
               + function numval (rcd-timestamp (11:2)) * 60
               + function numval (rcd-timestamp (13:2))
           compute stamp-night-minute =
               function numval (rcd-timestamp (9:2)) * 60
               + function numval (rcd-timestamp (11:2))
           if rcd-timestamp (9:2) < "12"
               add MINUTES-IN-DAY to stamp-night-minute
           end-if
           .

       open-one-run section.
           if open-run-count >= MAX-OPEN-RUNS
               *> a long tail of abended starts - drop the oldest so
               *> tonight's runs still pair
               perform varying open-index from 2 by 1
                       until open-index > open-run-count
                   move open-run-entry (open-index)
                       to open-run-entry (open-index - 1)
               end-perform
               subtract 1 from open-run-count
           end-if
           add 1 to open-run-count
           move rcd-program-name to opr-program-name (open-run-count)
           move stamp-seconds to opr-start-seconds (open-run-count)
           move stamp-day-number to opr-start-day (open-run-count)
           move stamp-night-minute to opr-start-minute (open-run-count)
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
           compute weeks-ago = (today-day-number
               - opr-start-day (found-open-index)) / 7
           if weeks-ago < TREND-WEEKS
               compute week-slot = TREND-WEEKS - weeks-ago
               perform tally-program-run
               if rcd-program-name = CYCLE-PROGRAM-NAME
                   perform tally-cycle-run
               else
                   add rcd-records-read
                       to cwk-records-read (week-slot)
               end-if
           end-if
           perform varying open-index from found-open-index by 1
                   until open-index >= open-run-count
               move open-run-entry (open-index + 1)
                   to open-run-entry (open-index)
           end-perform
           subtract 1 from open-run-count
           .

       tally-program-run section.
           move 0 to found-program-index
           perform varying program-index from 1 by 1
                   until program-index > program-window-count
                       or found-program-index > 0
               if pwn-program-name (program-index) = rcd-program-name
                   set found-program-index to program-index
               end-if
           end-perform
           if found-program-index = 0
               if program-window-count >= MAX-WINDOW-PROGRAMS
                   display "Program table is full at "
                       MAX-WINDOW-PROGRAMS
                       " - raise the limit and re-run"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to program-window-count
               move program-window-count to found-program-index
               move rcd-program-name
                   to pwn-program-name (found-program-index)
           end-if
           add 1 to pwn-runs (found-program-index week-slot)
           add elapsed-seconds
               to pwn-seconds (found-program-index week-slot)
           add rcd-records-read
               to pwn-records-read (found-program-index week-slot)
           .

       tally-cycle-run section.
           add 1 to cwk-cycles (week-slot)
           add elapsed-seconds to cwk-seconds (week-slot)
           if elapsed-seconds > cwk-longest-seconds (week-slot)
               move elapsed-seconds to cwk-longest-seconds (week-slot)
           end-if
           add opr-start-minute (found-open-index)
               to cwk-start-minutes (week-slot)
           .

       open-window-report section.
           move "O" to rw-action
           move "batch-window.prt" to rw-print-file-name
           move "BATCH WINDOW - ELAPSED TIME TREND" to rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "twelve weeks to " run-date-today
               " - handover " handover-time (1:2) ":"
               handover-time (3:2)
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           .

       print-cycle-trend section.
           move "NIGHTLY CYCLE BY WEEK" to rw-line-text
           perform call-report-writer
           move "week from  cycles  avg mins  longest  starts  "
               & "records read" to rw-line-text
           perform call-report-writer
           perform varying week-index from 1 by 1
                   until week-index > TREND-WEEKS
               perform print-one-cycle-week
           end-perform
           move spaces to rw-line-text
           perform call-report-writer
           .

       print-one-cycle-week section.
           compute week-start-date = function date-of-integer
               (today-day-number
                   - (TREND-WEEKS - week-index) * 7 - 6)
           move cwk-cycles (week-index) to shown-count
           move spaces to rw-line-text
           if cwk-cycles (week-index) = 0
               move cwk-records-read (week-index) to shown-records
               string week-start-date "  " shown-count
                   "  no cycle completed           "
                   shown-records
                   delimited by size into rw-line-text
           else
               compute shown-minutes rounded =
                   cwk-seconds (week-index)
                       / cwk-cycles (week-index) / 60
               compute shown-longest rounded =
                   cwk-longest-seconds (week-index) / 60
               compute clock-minute rounded =
                   cwk-start-minutes (week-index)
                       / cwk-cycles (week-index)
               perform format-clock-minute
               move cwk-records-read (week-index) to shown-records
               string week-start-date "  " shown-count
                   "    " shown-minutes "   " shown-longest
                   "   " shown-clock " " shown-records
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           .

       print-program-trend section.
           *> the heaviest programs first - the ones worth tuning
           perform varying program-index from 1 by 1
                   until program-index > program-window-count
               perform work-out-program-averages
               move late-average
                   to pwn-recent-average (program-index)
               move "N" to pwn-printed-flag (program-index)
           end-perform
           move "ELAPSED SECONDS BY PROGRAM - FIRST SIX WEEKS AGAINST"
               & " LAST SIX" to rw-line-text
           perform call-report-writer
           move "program                runs  early avg   late avg  "
               & "change%  records read" to rw-line-text
           perform call-report-writer
           perform find-next-program-line
           perform until next-program-index = 0
               set program-index to next-program-index
               move "Y" to pwn-printed-flag (program-index)
               perform print-one-program-line
               perform find-next-program-line
           end-perform
           move spaces to rw-line-text
           perform call-report-writer
           .

       work-out-program-averages section.
           move 0 to early-runs early-seconds late-runs late-seconds
           move 0 to early-average late-average
           move 0 to program-records-read
           perform varying week-index from 1 by 1
                   until week-index > TREND-WEEKS
               if week-index <= TREND-WEEKS / 2
                   add pwn-runs (program-index week-index)
                       to early-runs
                   add pwn-seconds (program-index week-index)
                       to early-seconds
               else
                   add pwn-runs (program-index week-index)
                       to late-runs
                   add pwn-seconds (program-index week-index)
                       to late-seconds
                   add pwn-records-read (program-index week-index)
                       to program-records-read
               end-if
           end-perform
           if early-runs > 0
               compute early-average rounded =
                   early-seconds / early-runs
           end-if
           if late-runs > 0
               compute late-average rounded = late-seconds / late-runs
           end-if
           .

       find-next-program-line section.
           move 0 to next-program-index
           move 0 to next-recent-average
           perform varying program-index from 1 by 1
                   until program-index > program-window-count
               if not pwn-printed (program-index)
                       and (next-program-index = 0
                           or pwn-recent-average (program-index)
                               > next-recent-average)
                   set next-program-index to program-index
                   move pwn-recent-average (program-index)
                       to next-recent-average
               end-if
           end-perform
           .

       print-one-program-line section.
           perform work-out-program-averages
           compute shown-count = early-runs + late-runs
           move early-average to shown-seconds
           move late-average to shown-seconds-late
           move spaces to rw-line-text
           if early-average > 0 and late-runs > 0
               compute average-change-percent rounded =
                   (late-average - early-average) * 100
                       / early-average
               move average-change-percent to shown-change
               move program-records-read to shown-records
               string pwn-program-name (program-index) " "
                   shown-count "  " shown-seconds "  "
                   shown-seconds-late "    " shown-change
                   " " shown-records
                   delimited by size into rw-line-text
           else
               move program-records-read to shown-records
               string pwn-program-name (program-index) " "
                   shown-count "  " shown-seconds "  "
                   shown-seconds-late "         "
                   " " shown-records
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           .

       print-overrun-projection section.
           move "PROJECTION AGAINST THE HANDOVER" to rw-line-text
           perform call-report-writer
           move 0 to fit-points fit-sum-x fit-sum-y fit-sum-xx
               fit-sum-xy total-cycles total-start-minutes
           perform varying week-index from 1 by 1
                   until week-index > TREND-WEEKS
               if cwk-cycles (week-index) > 0
                   compute week-average-minutes rounded =
                       cwk-seconds (week-index)
                           / cwk-cycles (week-index) / 60
                   add 1 to fit-points
                   add week-index to fit-sum-x
                   add week-average-minutes to fit-sum-y
                   compute fit-sum-xx = fit-sum-xx
                       + week-index * week-index
                   compute fit-sum-xy = fit-sum-xy
                       + week-index * week-average-minutes
                   add cwk-cycles (week-index) to total-cycles
                   add cwk-start-minutes (week-index)
                       to total-start-minutes
               end-if
           end-perform
           if fit-points < 2
               move "fewer than two weeks of completed cycles - no "
                   & "trend yet" to rw-line-text
               perform call-report-writer
               exit section
           end-if
           compute fit-divisor =
               fit-points * fit-sum-xx - fit-sum-x * fit-sum-x
           compute fit-slope rounded =
               (fit-points * fit-sum-xy - fit-sum-x * fit-sum-y)
                   / fit-divisor
           compute fit-intercept rounded =
               (fit-sum-y - fit-slope * fit-sum-x) / fit-points
           compute fitted-minutes rounded =
               fit-intercept + fit-slope * TREND-WEEKS
           compute average-start-minute rounded =
               total-start-minutes / total-cycles
           compute projected-finish-minute rounded =
               average-start-minute + fitted-minutes
           move fit-slope to shown-slope
           move fitted-minutes to shown-minutes
           move average-start-minute to clock-minute
           perform format-clock-minute
           move spaces to rw-line-text
           string "cycle now about " shown-minutes " mins from an "
               "average start of " shown-clock ", changing by "
               shown-slope " mins a week"
               delimited by size into rw-line-text
           perform call-report-writer
           move projected-finish-minute to clock-minute
           perform format-clock-minute
           move spaces to rw-line-text
           evaluate true
               when projected-finish-minute >= handover-night-minute
                   string "*** ALREADY OVERRUNNING - typical finish "
                       shown-clock " is past the handover ***"
                       delimited by size into rw-line-text
               when fit-slope <= 0
                   string "typical finish " shown-clock
                       " - cycle is not growing, no overrun projected"
                       delimited by size into rw-line-text
               when other
                   compute weeks-to-overrun rounded =
                       (handover-night-minute
                           - projected-finish-minute) / fit-slope
                   if weeks-to-overrun = 0
                       move 1 to weeks-to-overrun
                   end-if
                   compute overrun-week-date =
                       function date-of-integer
                           (today-day-number + weeks-to-overrun * 7)
                   move weeks-to-overrun to shown-weeks
                   string "typical finish " shown-clock
                       " - at this rate the handover is reached in "
                       "about " shown-weeks " weeks, week of "
                       overrun-week-date
                       delimited by size into rw-line-text
           end-evaluate
           perform call-report-writer
           .

       format-clock-minute section.
           *> night minutes back to a wall-clock HH:MM
           compute shown-clock-hour =
               function mod (clock-minute, MINUTES-IN-DAY) / 60
           compute shown-clock-minute =
               function mod (clock-minute, 60)
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
           move run-records-read to rcl-records-read
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
