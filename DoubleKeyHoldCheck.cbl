       input-output section.
           select batch-verification-data
               assign "batch-verification.dat"
               organization indexed
               access dynamic
               record key bvr-batch-key
               file status register-file-status-code.

       file section.
       FD  batch-verification-data.    *> the double-keying register
       01  batch-verification-record.
           copy batch-verification-record.

       working-storage section.
      *> whether a transaction batch must wait for its second keying.
      *> A batch DoubleKeyCompare never registered was not picked for
      *> double-keying and goes through.  A registered batch is held
      *> until it has been compared and every difference settled -
      *> and even then only the copy requeued with the verified flag
      *> on its header is let through, so the unverified first keying
      *> can never land on top of the settled one.  Batches are few
      *> against transactions, so the register is read afresh for
      *> each rather than cached
       01  register-file-status-code.
           05  register-status-key-1 pic X.
           05  register-status-key-2 pic X.

       linkage section.
       01  dkh-source-id           pic X(8).
       01  dkh-batch-date          pic 9(8).
       01  dkh-verified-flag       pic X.
           88  dkh-header-verified     value "V".
       01  dkh-held-flag           pic X.
           88  dkh-is-held             value "Y".

       procedure division using by reference dkh-source-id
                                by reference dkh-batch-date
                                by reference dkh-verified-flag
                                by reference dkh-held-flag.
               move "N" to dkh-held-flag
               open input batch-verification-data
               if register-status-key-1 not = "0"
                   *> no register yet - nothing has been picked out
                   goback
               end-if
               move dkh-source-id to bvr-source-id
               move dkh-batch-date to bvr-batch-date
               read batch-verification-data
                   invalid key
                       continue
                   not invalid key
                       if not (bvr-released and dkh-header-verified)
                           set dkh-is-held to true
                       end-if
               end-read
               close batch-verification-data
               goback
               .
