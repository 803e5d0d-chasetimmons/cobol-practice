               organization sequential
               file status qualification-file-status-code.

           select membership-data assign "membership.dat"
               organization indexed
               access dynamic
               record key mbr-observer-id
               file status membership-file-status-code.

       file section.
       FD  observer-master-data.    *> registered bird-count observers
       01  observer-record.
       01  qualification-record.
           copy qualification-record.

       FD  membership-data.    *> club subscriptions - a lapsed
                                *> member's certification is not
                                *> renewed
       01  membership-record.
           copy membership-record.

       working-storage section.
      *> how far ahead the sweep looks for renewals worth chasing
       78  RENEWAL-WARNING-DAYS    value 60.
           88  renewal-is-qualified    value "Y".
       01  renewals-accepted       pic 9(3) value 0.
       01  renewals-refused        pic 9(3) value 0.
       01  renewals-refused-lapsed pic 9(3) value 0.
       01  membership-file-status-code.
           05  membership-status-key-1 pic X.
           05  membership-status-key-2 pic X.
       01  lapse-status            pic X.
           88  lapse-lapsed            value "L".
       01  end-of-file             pic 9.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           display renewals-accepted " renewals accepted, "
               renewals-refused " refused for want of a qualifying "
               "assessment"
           display renewals-refused-lapsed " refused for a lapsed "
               "club membership"
           display observers-swept " observers swept, "
               observers-decertified " decertified, "
               observers-expiring-soon " expiring within "
               close renewal-data
           else
               open i-o observer-master-data
               open input membership-data
               set end-of-renewals to 1 *> FALSE
               perform until end-of-renewals = 0 *> TRUE
                   read renewal-data
               end-perform
               close renewal-data
               close observer-master-data
               close membership-data
           end-if
           .

       process-one-renewal section.
           perform check-renewal-membership
           if lapse-lapsed
               add 1 to renewals-refused-lapsed
               display "Renewal for observer " rnw-observer-id
                   " refused - club membership lapsed, paid to "
                   mbr-paid-to-date
               exit section
           end-if
           perform check-renewal-qualifies
           if not renewal-is-qualified
               add 1 to renewals-refused
           end-if
           .

       check-renewal-membership section.
           *> an observer who is not a club member has nothing to
           *> lapse - only a member past paid-to date and grace is
           *> refused
           move "C" to lapse-status
           if membership-status-key-1 not = "0"
                   and membership-status-key-1 not = "2"
               exit section
           end-if
           move rnw-observer-id to mbr-observer-id
           read membership-data
               invalid key
                   continue
               not invalid key
                   call "MembershipLapseCheck"
                       using by reference mbr-membership-type
                             by reference mbr-paid-to-date
                             by reference run-date-today
                             by reference lapse-status
           end-read
           .

       check-renewal-qualifies section.
           move "N" to renewal-qualified-flag
           set qual-index to 1
