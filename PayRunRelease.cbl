       input-output section.
           select release-status-data assign "payroll-release.txt"
               organization sequential
               file status release-file-status-code.

           select variance-data assign "payroll-variance.txt"
               organization sequential
               file status variance-file-status-code.

           select held-payment-data
               assign "payroll-payments-held.txt"
               organization sequential
               file status held-file-status-code.

           select payment-file-data assign "payroll-payments.txt"
               organization sequential
               file status payment-file-status-code.

           select operator-user-data assign "operator-users.txt"
               organization sequential
               file status user-file-status-code.

           select release-log-data assign "payroll-release-log.txt"
               organization sequential
               file status release-log-file-status-code.

       file section.
       FD  release-status-data.    *> the run waiting to be released
       01  release-status-record.
           copy payroll-release-record.

       FD  variance-data.    *> the pay that moved past the limit
       01  variance-record.
           copy payroll-variance-record.

       FD  held-payment-data.    *> the payment file as the run left it
       01  held-payment-record.
           copy payroll-payment-record.

       FD  payment-file-data.    *> what the bank takes
       01  payment-file-record     pic X(45).

       FD  operator-user-data.    *> who may sign on, and at what level
       01  operator-user-record.
           05  usr-user-id             pic X(8).
           05  filler                  pic X.
           05  usr-user-name           pic X(20).
           05  filler                  pic X.
           05  usr-auth-level          pic X.
               88  usr-is-supervisor       value "S".

       FD  release-log-data.    *> the formal record of every release
       01  release-log-record.
           05  rlg-run-date            pic 9(8).
           05  filler                  pic X.
           05  rlg-decision            pic X.
               88  rlg-approved            value "A".
               88  rlg-not-approved        value "U".
           05  filler                  pic X.
           05  rlg-user-id             pic X(8).
           05  filler                  pic X.
           05  rlg-variance-count      pic 9(4).
           05  filler                  pic X.
           05  rlg-payment-count       pic 9(5).
           05  filler                  pic X.
           05  rlg-net-pay-hash        pic 9(10)V9(2).
           05  filler                  pic X.
           05  rlg-timestamp           pic X(21).

       working-storage section.
      *> the pay run's payment file goes to the bank only through
      *> here.  The run's variances are shown, a supervisor on
      *> operator-users.txt signs on and releases it, and the release
      *> is logged with who approved it.  Without a supervisor the
      *> file stays held - unless it is forced out, which is logged
      *> as unapproved and raises a high-severity OpsAlert.  Either
      *> way the held file is proved against its own trailer first
       01  release-file-status-code.
           05  release-status-key-1 pic X.
           05  release-status-key-2 pic X.
       01  variance-file-status-code.
           05  variance-status-key-1 pic X.
           05  variance-status-key-2 pic X.
       01  held-file-status-code.
           05  held-status-key-1   pic X.
           05  held-status-key-2   pic X.
       01  payment-file-status-code.
           05  payment-status-key-1 pic X.
           05  payment-status-key-2 pic X.
       01  user-file-status-code.
           05  user-status-key-1   pic X.
           05  user-status-key-2   pic X.
       01  release-log-file-status-code.
           05  release-log-status-key-1 pic X.
           05  release-log-status-key-2 pic X.

       01  end-of-file             pic 9.
       01  end-of-user-file        pic 9.
       01  signed-on-user-id       pic X(8).
       01  signed-on-auth-level    pic X value space.
           88  signed-on-supervisor    value "S".
       01  release-choice          pic X.
           88  release-wanted          value "R" "r".
       01  force-choice            pic X.
           88  force-wanted            value "F" "f".
       01  release-decision        pic X.
           88  release-approved        value "A".
           88  release-not-approved    value "U".

       01  variances-listed        pic 9(4) value 0.
       01  held-details            pic 9(5) value 0.
       01  held-net-hash           pic 9(10)V9(2) value 0.
       01  trailer-count           pic 9(5) value 0.
       01  trailer-hash            pic 9(10)V9(2) value 0.
       01  trailer-flag            pic X value "N".
           88  trailer-was-read        value "Y".
       01  records-copied          pic 9(5) value 0.
       01  formatted-previous      pic ZZ,ZZZ,ZZ9.99.
       01  formatted-current       pic ZZ,ZZZ,ZZ9.99.

       01  rel-alert-source-program pic X(20)
                                       value "PayRunRelease".
       01  rel-alert-severity      pic X.
       01  rel-alert-text          pic X(60).

       copy run-control-fields.
       01  batch-program-name pic X(20) value "PayRunRelease".

       procedure division.
           copy run-banner.
           open input release-status-data
           if release-status-key-1 not = "0"
               display "No payroll-release.txt - no pay run waiting "
                   "to be released"
               close release-status-data
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           read release-status-data
               at end
                   move spaces to release-status-record
           end-read
           close release-status-data
           if prs-run-released
               display "Pay run of " prs-run-date " already released "
                   "by " prs-released-by " on " prs-released-date
               move 4 to return-code
               perform write-run-control-end
               goback
           end-if
           if not prs-run-held
               display "payroll-release.txt holds no pay run - "
                   "nothing to release"
               move 8 to return-code
               perform write-run-control-end
               goback
           end-if
           perform prove-held-payment-file
           if return-code not = 0
               perform write-run-control-end
               goback
           end-if
           perform list-run-variances
           perform sign-on-supervisor-check
           if signed-on-supervisor
               display "Release the payment file for the run of "
                   prs-run-date " - " prs-variance-count
                   " variances? (R)elease, anything else keeps it "
                   "held"
               accept release-choice
               if release-wanted
                   set release-approved to true
                   perform release-payment-file
               else
                   display "Payment file stays HELD"
               end-if
           else
               display "Releasing the pay run needs a supervisor "
                   "sign-on - the payment file stays held"
               display "(F)orce it to the bank without approval, "
                   "anything else keeps it held?"
               accept force-choice
               if force-wanted
                   set release-not-approved to true
                   perform release-payment-file
                   move "H" to rel-alert-severity
                   move spaces to rel-alert-text
                   string "pay run " prs-run-date
                       " payment file released without approval by "
                       signed-on-user-id
                       delimited by size into rel-alert-text
                   end-string
                   call "OpsAlert"
                       using by reference rel-alert-source-program
                             by reference rel-alert-severity
                             by reference rel-alert-text
                   display "RELEASED WITHOUT APPROVAL - high-severity "
                       "alert raised"
                   move 8 to return-code
               else
                   display "Payment file stays HELD"
               end-if
           end-if
           perform write-run-control-end
           goback
           .

       prove-held-payment-file section.
           *> the file must still be the one the run wrote - its
           *> details add up to its trailer, and the trailer to the
           *> count and hash the run held it with
           open input held-payment-data
           if held-status-key-1 not = "0"
               display "No payroll-payments-held.txt - re-run the pay "
                   "run"
               close held-payment-data
               move 8 to return-code
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read held-payment-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       add 1 to rcl-records-read
                       evaluate true
                           when pay-detail-record
                               add 1 to held-details
                               add payd-net-pay to held-net-hash
                           when pay-trailer-record
                               set trailer-was-read to true
                               move payt-record-count to trailer-count
                               move payt-net-pay-hash to trailer-hash
                       end-evaluate
               end-read
           end-perform
           close held-payment-data
           if not trailer-was-read
                   or trailer-count not = held-details
                   or trailer-hash not = held-net-hash
                   or trailer-count not = prs-payment-count
                   or trailer-hash not = prs-net-pay-hash
               display "Held payment file is out of line with its "
                   "trailer or the run - details " held-details
                   " hash " held-net-hash " - not released"
               move 8 to return-code
           end-if
           .

       list-run-variances section.
           open input variance-data
           if variance-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read variance-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform show-one-variance
                   end-read
               end-perform
           end-if
           close variance-data
           if variances-listed = 0
               display "No pay moved past the variance limit this run"
           end-if
           .

       show-one-variance section.
           add 1 to variances-listed
           move pvr-previous-gross to formatted-previous
           move pvr-gross to formatted-current
           if pvr-run-variance
               display "RUN      gross " formatted-previous " -> "
                   formatted-current " (" pvr-percent-change "%)"
           else
               display "Employee " pvr-emp-id " gross "
                   formatted-previous " -> " formatted-current
                   " (" pvr-percent-change "%)"
           end-if
           move pvr-previous-net to formatted-previous
           move pvr-net to formatted-current
           display "           net " formatted-previous " -> "
               formatted-current "  " pvr-causes
           .

       sign-on-supervisor-check section.
           display "Authorising user id?"
           accept signed-on-user-id
           open input operator-user-data
           if user-status-key-1 = "0"
               set end-of-user-file to 1 *> FALSE
               perform until end-of-user-file = 0 *> TRUE
                   read operator-user-data
                       at end
                           set end-of-user-file to 0 *> TRUE
                       not at end
                           if usr-user-id = signed-on-user-id
                               move usr-auth-level
                                   to signed-on-auth-level
                               set end-of-user-file to 0 *> TRUE
                           end-if
                   end-read
               end-perform
           end-if
           close operator-user-data
           .

       release-payment-file section.
           open input held-payment-data
           open output payment-file-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read held-payment-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move held-payment-record to payment-file-record
                       write payment-file-record
                       add 1 to records-copied
               end-read
           end-perform
           close held-payment-data
           close payment-file-data
           open extend release-log-data
           if release-log-status-key-1 = "3"
               open output release-log-data
           end-if
           move spaces to release-log-record
           move prs-run-date to rlg-run-date
           move release-decision to rlg-decision
           move signed-on-user-id to rlg-user-id
           move prs-variance-count to rlg-variance-count
           move prs-payment-count to rlg-payment-count
           move prs-net-pay-hash to rlg-net-pay-hash
           move function current-date to rlg-timestamp
           write release-log-record
           close release-log-data
           open output release-status-data
           set prs-run-released to true
           move signed-on-user-id to prs-released-by
           move function current-date (1:8) to prs-released-date
           write release-status-record
           close release-status-data
           display "Payment file for the run of " prs-run-date
               " released to payroll-payments.txt - " records-copied
               " records"
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move records-copied to rcl-records-written
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
