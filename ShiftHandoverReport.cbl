           05  rcd-return-code         pic 9(4).

       FD  bird-suspense-data.    *> queue depth only
       01  bird-suspense-record        pic X(98).

       FD  bird-deferred-data.    *> queue depth only
       01  bird-deferred-record        pic X(95).

       FD  ops-alert-data.    *> severity-coded alert trail
       01  ops-alert-record.
