           05  review-status-flag      pic X.

       FD  unload-work-data.    *> flat image of every master record
       01  unload-record               pic X(106).

       FD  rebuilt-master-data.    *> the clean rebuild, written in
                                    *> key order with fresh indexes
