       01  old-archive-record.
           05  arc-head                pic X(79).
           05  arc-site-code           pic X(4).
           05  arc-tail                pic X(23).

       FD  new-archive-data.
       01  new-archive-record          pic X(106).

       working-storage section.
       78  MAX-MERGE-RULES         value 20.
