       input-output section.
           select pension-enrolment-data
               assign "pension-enrolment.dat"
               organization indexed
               access dynamic
               record key pen-emp-id
               file status enrolment-file-status-code.

           select pension-contribution-data
               assign "pension-contributions.txt"
               organization sequential
               file status contribution-file-status-code.

       file section.
       FD  pension-enrolment-data.    *> each worker's assessment and
                                       *> membership, as the last pay
                                       *> run left it
       01  pension-enrolment-record.
           copy pension-enrolment-record.

       FD  pension-contribution-data.    *> the last run's schedule
       01  pension-contribution-record.
           copy pension-contribution-record.

       working-storage section.
      *> the month's two pension prints, run after the pay run: the
      *> enrolment status of every worker the run assessed - for the
      *> owner and the regulator's questions - and the contributions
      *> schedule that goes to the provider with the payment, proved
      *> against its own trailer before it is sent
       01  enrolment-file-status-code.
           05  enrolment-status-key-1 pic X.
           05  enrolment-status-key-2 pic X.
       01  contribution-file-status-code.
           05  contribution-status-key-1 pic X.
           05  contribution-status-key-2 pic X.
       01  end-of-file             pic 9.

       01  workers-listed          pic 9(4) value 0.
       01  eligible-count          pic 9(4) value 0.
       01  non-eligible-count      pic 9(4) value 0.
       01  entitled-count          pic 9(4) value 0.
       01  outside-count           pic 9(4) value 0.
       01  members-count           pic 9(4) value 0.
       01  opted-out-count         pic 9(4) value 0.
       01  ceased-count            pic 9(4) value 0.
       01  reenrolments-due        pic 9(4) value 0.
       01  run-date-today          pic 9(8).
       01  category-text           pic X(12).
       01  status-text             pic X(10).
       01  membership-note         pic X(34).

       01  schedule-period         pic 9(6) value 0.
       01  schedule-scheme-ref     pic X(8) value spaces.
       01  schedule-details        pic 9(5) value 0.
       01  schedule-refunds        pic 9(5) value 0.
       01  schedule-employee-total pic 9(8)V9(2) value 0.
       01  schedule-employer-total pic 9(8)V9(2) value 0.
       01  schedule-refund-total   pic 9(8)V9(2) value 0.
       01  trailer-flag            pic X value "N".
           88  trailer-was-read        value "Y".
       01  schedule-out-of-balance pic X value "N".
           88  schedule-is-wrong       value "Y".

       01  formatted-qualifying    pic ZZ,ZZ9.99.
       01  formatted-employee      pic ZZ,ZZ9.99.
       01  formatted-employer      pic ZZ,ZZ9.99.
       01  formatted-contrib-ee    pic Z,ZZZ,ZZ9.99.
       01  formatted-contrib-er    pic Z,ZZZ,ZZ9.99.
       01  formatted-total-ee      pic ZZ,ZZZ,ZZ9.99.
       01  formatted-total-er      pic ZZ,ZZZ,ZZ9.99.
       01  formatted-total-refund  pic ZZ,ZZZ,ZZ9.99.

       copy run-control-fields.
       copy report-writer-fields.
       01  batch-program-name pic X(20) value "PensionEnrolReport".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform print-enrolment-status
           perform print-contribution-schedule
           perform write-run-control-end
           goback
           .

       print-enrolment-status section.
           open input pension-enrolment-data
           if enrolment-status-key-1 not = "0"
               display "No pension-enrolment.dat - run the pay run "
                   "first"
               close pension-enrolment-data
               move 4 to return-code
               exit section
           end-if
           move "O" to rw-action
           move "pension-enrolment.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "PENSION ENROLMENT STATUS AS AT " run-date-today
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "EMP   NAME                 CATEGORY     STATUS    "
               "ENROLLED RE-ENROL CONTRIB EE   CONTRIB ER  NOTE"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read pension-enrolment-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       perform print-one-enrolment
               end-read
           end-perform
           close pension-enrolment-data
           move "T" to rw-action
           move spaces to rw-line-text
           string "WORKERS " workers-listed "  ELIGIBLE "
               eligible-count "  NON-ELIGIBLE " non-eligible-count
               "  ENTITLED " entitled-count "  OUTSIDE "
               outside-count
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "MEMBERS " members-count "  OPTED OUT "
               opted-out-count "  CEASED " ceased-count
               "  RE-ENROLMENT DUE " reenrolments-due
               delimited by size into rw-line-text
           perform call-report-writer
           move "C" to rw-action
           perform call-report-writer
           display workers-listed " workers on pension-enrolment.prt, "
               members-count " scheme members"
           .

       print-one-enrolment section.
           add 1 to workers-listed
           evaluate true
               when pen-eligible-jobholder
                   add 1 to eligible-count
                   move "ELIGIBLE" to category-text
               when pen-non-eligible
                   add 1 to non-eligible-count
                   move "NON-ELIGIBLE" to category-text
               when pen-entitled-worker
                   add 1 to entitled-count
                   move "ENTITLED" to category-text
               when pen-outside-scope
                   add 1 to outside-count
                   move "OUTSIDE" to category-text
               when other
                   move "NOT ASSESSED" to category-text
           end-evaluate
           move spaces to membership-note
           evaluate true
               when pen-active-member
                   add 1 to members-count
                   move "MEMBER" to status-text
                   if pen-was-auto-enrolled
                           and pen-opt-out-deadline >= run-date-today
                       string "OPT-OUT WINDOW TO "
                           pen-opt-out-deadline
                           delimited by size into membership-note
                   end-if
               when pen-opted-out
                   add 1 to opted-out-count
                   move "OPTED OUT" to status-text
                   move pen-refund-amount to formatted-employee
                   string "OUT " pen-opt-out-date " REFUND "
                       formatted-employee
                       delimited by size into membership-note
               when pen-ceased
                   add 1 to ceased-count
                   move "CEASED" to status-text
                   string "LEFT THE SCHEME " pen-opt-out-date
                       delimited by size into membership-note
               when other
                   move "NOT MEMBER" to status-text
           end-evaluate
           if (pen-opted-out or pen-ceased)
                   and pen-reenrolment-date not = 0
                   and pen-reenrolment-date <= run-date-today
               add 1 to reenrolments-due
               move "RE-ENROLMENT DUE NEXT RUN IF ELIGIBLE"
                   to membership-note
           end-if
           move pen-employee-contrib to formatted-contrib-ee
           move pen-employer-contrib to formatted-contrib-er
           move spaces to rw-line-text
           string pen-emp-id " " pen-emp-name " " category-text " "
               status-text pen-enrolment-date " "
               pen-reenrolment-date formatted-contrib-ee
               formatted-contrib-er "  " membership-note
               delimited by size into rw-line-text
           perform call-report-writer
           .

       print-contribution-schedule section.
           open input pension-contribution-data
           if contribution-status-key-1 not = "0"
               display "No pension-contributions.txt - no schedule "
                   "for the provider"
               close pension-contribution-data
               move 4 to return-code
               exit section
           end-if
           move "O" to rw-action
           move "pension-schedule.prt" to rw-print-file-name
           move spaces to rw-report-title
           string "PENSION CONTRIBUTIONS SCHEDULE AS AT "
               run-date-today
               delimited by size into rw-report-title
           move spaces to rw-line-text
           perform call-report-writer
           move "H" to rw-action
           move spaces to rw-line-text
           string "TYPE   EMP    QUALIFYING   EMPLOYEE   EMPLOYER  "
               "ENROLLED"
               delimited by size into rw-line-text
           perform call-report-writer
           move "D" to rw-action
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read pension-contribution-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform print-one-schedule-line
               end-read
           end-perform
           close pension-contribution-data
           move "T" to rw-action
           move schedule-employee-total to formatted-total-ee
           move schedule-employer-total to formatted-total-er
           move schedule-refund-total to formatted-total-refund
           move spaces to rw-line-text
           string "SCHEME " schedule-scheme-ref "  PERIOD "
               schedule-period "  MEMBERS "
               schedule-details "  EMPLOYEE " formatted-total-ee
               "  EMPLOYER " formatted-total-er
               delimited by size into rw-line-text
           perform call-report-writer
           move spaces to rw-line-text
           string "REFUNDS " schedule-refunds "  EMPLOYEE REFUNDED "
               formatted-total-refund
               delimited by size into rw-line-text
           perform call-report-writer
           if not trailer-was-read
               set schedule-is-wrong to true
               display "Schedule has no trailer - the pay run did not "
                   "finish; do not send"
           end-if
           if schedule-is-wrong
               move spaces to rw-line-text
               move "SCHEDULE OUT OF BALANCE WITH ITS TRAILER - "
                   & "DO NOT SEND" to rw-line-text
               perform call-report-writer
               move 8 to return-code
           end-if
           move "C" to rw-action
           perform call-report-writer
           display schedule-details " contribution lines and "
               schedule-refunds " refunds on pension-schedule.prt"
           .

       print-one-schedule-line section.
           evaluate true
               when pcs-header-record
                   move pcsh-period to schedule-period
                   move pcsh-scheme-ref to schedule-scheme-ref
               when pcs-detail-record or pcs-refund-record
                   move pcsd-qualifying to formatted-qualifying
                   move pcsd-employee-amount to formatted-employee
                   move pcsd-employer-amount to formatted-employer
                   move spaces to rw-line-text
                   if pcs-detail-record
                       add 1 to schedule-details
                       add pcsd-employee-amount
                           to schedule-employee-total
                       add pcsd-employer-amount
                           to schedule-employer-total
                       string "MEMBER " pcsd-emp-id "  "
                           formatted-qualifying "  " formatted-employee
                           "  " formatted-employer "  "
                           pcsd-enrolment-date
                           delimited by size into rw-line-text
                   else
                       add 1 to schedule-refunds
                       add pcsd-employee-amount
                           to schedule-refund-total
                       string "REFUND " pcsd-emp-id "             "
                           formatted-employee "  " formatted-employer
                           "  " pcsd-enrolment-date
                           delimited by size into rw-line-text
                   end-if
                   perform call-report-writer
               when pcs-trailer-record
                   set trailer-was-read to true
                   if pcst-record-count
                           not = schedule-details + schedule-refunds
                       or pcst-employee-total
                           not = schedule-employee-total
                       or pcst-employer-total
                           not = schedule-employer-total
                       or pcst-refund-total
                           not = schedule-refund-total
                       set schedule-is-wrong to true
                   end-if
           end-evaluate
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
           compute rcl-records-written =
               workers-listed + schedule-details + schedule-refunds
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
