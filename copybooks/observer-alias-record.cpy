      *> shared observer-alias layout - one record per retired
      *> observer-id on observer-aliases.txt, appended by ObserverMerge
      *> when two registrations of one person are folded together.
      *> The retired id is gone from observer-data.dat; this record
      *> says who it became and keeps the name it was registered
      *> under, so old references still resolve.  Copied into every
      *> program that reads or writes the alias file so the layout
      *> can't drift
           05  ola-retired-id          pic 9(4).
           05  filler                  pic X.
           05  ola-surviving-id        pic 9(4).
           05  filler                  pic X.
           05  ola-merged-date         pic 9(8).
           05  filler                  pic X.
           05  ola-first-name          pic X(15).
           05  ola-last-name           pic X(15).
           05  filler                  pic X.
