      *> shared batch-window parameters - the single line on
      *> batch-window.txt, read by BatchWindowReport and CycleWatchdog.
      *> Times are HHMM on the 24-hour clock; a time before noon is
      *> taken as the morning after the cycle started.  A missing
      *> file or a zero field falls back to the defaults each program
      *> carries
           05  bwp-handover-time       pic 9(4).
           05  filler                  pic X.
      *> the watchdog's "cycle should be finished by" time - set
      *> ahead of the handover so there is time to act
           05  bwp-cycle-deadline      pic 9(4).
           05  filler                  pic X.
      *> how far past its average a step may run before the watchdog
      *> calls it overrunning, as a percentage
           05  bwp-overrun-percent     pic 9(3).
           05  filler                  pic X.
      *> runs of a program needed before its average is trusted
           05  bwp-minimum-history     pic 9(2).
