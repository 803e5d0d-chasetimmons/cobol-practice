       input-output section.
           select membership-data assign "membership.dat"
               organization indexed
               access dynamic
               record key mbr-observer-id
               file status membership-file-status-code.

           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

       file section.
       FD  membership-data.    *> what each member has paid to
       01  membership-record.
           copy membership-record.

       FD  observer-master-data.    *> names and certification
       01  observer-record.
           copy observer-record.

       working-storage section.
      *> the observers who have not paid.  Lapsed members first -
      *> past their paid-to date and the grace after it - then those
      *> still in grace with a subscription outstanding, so the
      *> treasurer can chase them before they lapse.  A certified
      *> observer who has lapsed is flagged: CertificationSweep will
      *> not renew them
       01  end-of-file             pic 9.
       01  membership-file-status-code.
           05  membership-status-key-1 pic X.
           05  membership-status-key-2 pic X.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  lapse-status            pic X.
           88  lapse-paid-up           value "C".
           88  lapse-in-grace          value "G".
           88  lapse-lapsed            value "L".
       01  wanted-lapse-status     pic X.
       01  member-name             pic X(31).
       01  certified-text          pic X(9).
       01  owing-text              pic X(20).
       01  formatted-amount        pic ZZ,ZZ9.99.
       01  members-read            pic 9(5) value 0.
       01  members-lapsed          pic 9(5) value 0.
       01  members-in-grace        pic 9(5) value 0.
       01  lapsed-certified        pic 9(5) value 0.

       copy report-writer-fields.
       copy run-control-fields.
       01  batch-program-name pic X(20) value "LapsedMembersReport".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           open input membership-data
           if membership-status-key-1 not = "0"
               display "No membership.dat - no members to report"
               close membership-data
               perform write-run-control-end
               goback
           end-if
           open input observer-master-data
           move "O" to rw-action
           move "lapsed-members.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "LAPSED MEMBERS AT " run-date-today
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "obs   member                          paid to  "
               "certified owing"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           move "LAPSED" to rw-line-text
           perform call-report-writer
           move "L" to wanted-lapse-status
           perform list-members-by-status
           move spaces to rw-line-text
           perform call-report-writer
           move "IN GRACE - SUBSCRIPTION NOT YET PAID" to rw-line-text
           perform call-report-writer
           move "G" to wanted-lapse-status
           perform list-members-by-status
           move "T" to rw-action
           move spaces to rw-line-text
           string members-lapsed " lapsed (" lapsed-certified
               " of them certified), " members-in-grace
               " in grace, of " members-read " members"
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           close membership-data
           close observer-master-data
           display members-lapsed " lapsed members, "
               members-in-grace " in grace - lapsed-members.prt"
           perform write-run-control-end
           goback
           .

       list-members-by-status section.
           move 0 to members-read
           move 0 to mbr-observer-id
           start membership-data key is >= mbr-observer-id
               invalid key
                   exit section
           end-start
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read membership-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to members-read
                       call "MembershipLapseCheck"
                           using by reference mbr-membership-type
                                 by reference mbr-paid-to-date
                                 by reference run-date-today
                                 by reference lapse-status
                       if lapse-status = wanted-lapse-status
                           perform print-one-member
                       end-if
               end-read
           end-perform
           .

       print-one-member section.
           move spaces to member-name
           move spaces to certified-text
           move mbr-observer-id to observer-id of observer-record
           read observer-master-data
               invalid key
                   move "(not on observer master)" to member-name
               not invalid key
                   string first-name of observer-person
                       delimited by "  "
                       " " last-name of observer-person
                       delimited by "  "
                       into member-name
                   if observer-is-certified
                       move "CERTIFIED" to certified-text
                   end-if
           end-read
           move spaces to owing-text
           if mbr-payment-outstanding
               move mbr-billed-amount to formatted-amount
               string formatted-amount " since "
                   delimited by size into owing-text
           end-if
           move spaces to rw-line-text
           if mbr-payment-outstanding
               string mbr-observer-id "  " member-name " "
                   mbr-paid-to-date " " certified-text " "
                   owing-text mbr-billed-date
                   delimited by size into rw-line-text
           else
               string mbr-observer-id "  " member-name " "
                   mbr-paid-to-date " " certified-text
                   " not billed yet"
                   delimited by size into rw-line-text
           end-if
           perform call-report-writer
           if lapse-lapsed
               add 1 to members-lapsed
               if certified-text not = spaces
                   add 1 to lapsed-certified
               end-if
           else
               add 1 to members-in-grace
           end-if
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
           move members-read to rcl-records-read
           move members-lapsed to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
