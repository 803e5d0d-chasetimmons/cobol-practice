       input-output section.
           select observer-master-data assign "observer-data.dat"
               organization indexed
               access dynamic
               record key observer-id of observer-record
               file status observer-file-status-code.

           select bird-spotting-data assign "bird-data.dat"
               organization indexed
               access dynamic
               record key record-key
               alternate record key common-name with duplicates
               alternate record key #date with duplicates
               file status file-status-code.

           select merge-instruction-data assign "observer-merge.txt"
               organization sequential
               file status merge-file-status-code.

           select bird-audit-data assign "bird-audit.txt"
               organization sequential
               file status audit-file-status-code.

           select old-archive-data assign "sighting-archive-in.txt"
               organization sequential
               file status old-archive-file-status-code.

           select new-archive-data assign "sighting-archive-out.txt"
               organization sequential
               file status new-archive-file-status-code.

           select qualification-data
               assign "observer-qualifications.txt"
               organization sequential
               file status qualification-file-status-code.

           select qualification-work-data
               assign "observer-qualifications.tmp"
               organization sequential
               file status qualification-work-status-code.

           select address-data assign "observer-addresses.txt"
               organization sequential
               file status address-file-status-code.

           select address-work-data assign "observer-addresses.tmp"
               organization sequential
               file status address-work-file-status-code.

           select field-visit-data assign "field-visits.txt"
               organization sequential
               file status visit-file-status-code.

           select visit-work-data assign "field-visits.tmp"
               organization sequential
               file status visit-work-file-status-code.

           select observer-xref-data assign "valley-observer-xref.txt"
               organization sequential
               file status xref-file-status-code.

           select xref-work-data assign "valley-observer-xref.tmp"
               organization sequential
               file status xref-work-file-status-code.

           select observer-alias-data assign "observer-aliases.txt"
               organization sequential
               file status alias-file-status-code.

           select membership-data assign "membership.dat"
               organization indexed
               access dynamic
               record key mbr-observer-id of membership-record
               file status membership-file-status-code.

           select alert-subscriber-data assign "alert-subscribers.txt"
               organization sequential
               file status subscriber-file-status-code.

           select subscriber-work-data assign "alert-subscribers.tmp"
               organization sequential
               file status subscriber-work-file-status-code.

           select count-allocation-data
               assign "count-allocations.dat"
               organization indexed
               access dynamic
               record key cal-key
               file status allocation-file-status-code.

           select event-participant-data
               assign "event-participants.dat"
               organization indexed
               access dynamic
               record key epa-key
               file status participant-file-status-code.

           select nest-master-data assign "nest-data.dat"
               organization indexed
               access dynamic
               record key nst-nest-id
               file status nest-file-status-code.

           select survey-count-data assign "survey-counts.txt"
               organization sequential
               file status survey-file-status-code.

           select survey-work-data assign "survey-counts.tmp"
               organization sequential
               file status survey-work-file-status-code.

       file section.
       FD  observer-master-data.    *> registered bird-count observers
       01  observer-record.
           copy observer-record.

       FD  bird-spotting-data.    *> indexed sighting master
       01  bird-spotting-record.
           05  record-key              pic 9(6).
           05  filler                  pic X.
           copy bird-spotting-record.
           05  status-flag             pic X.
           05  void-reason-code        pic X(2).
           05  certification-flag      pic X.
           05  review-status-flag      pic X.

       FD  merge-instruction-data.    *> one line per pair to fold
       01  merge-instruction-record.
           05  omg-retired-id          pic 9(4).
           05  filler                  pic X.
           05  omg-surviving-id        pic 9(4).

       FD  bird-audit-data.    *> every re-pointed record leaves its
                                *> trail here like any other amendment
       01  bird-audit-record.
           05  audit-record-key        pic 9(6).
           05  filler                  pic X.
           05  audit-old-bird-count    pic 9(4).
           05  filler                  pic X.
           05  audit-new-bird-count    pic 9(4).
           05  filler                  pic X.
           05  audit-change-indicator  pic +9(4).
           05  filler                  pic X.
           05  audit-timestamp         pic X(21).
           05  filler                  pic X.
           05  audit-user-id           pic X(8).

       FD  old-archive-data.    *> one year archive at a time - copy
                                 *> each bird-archive-CCYY.txt over
                                 *> sighting-archive-in.txt in turn
       01  old-archive-record.
           05  arc-record-key          pic 9(6).
           05  arc-head                pic X(68).
           05  arc-observer-id         pic 9(4).
           05  arc-tail                pic X(28).

       FD  new-archive-data.
       01  new-archive-record          pic X(106).

       FD  qualification-data.    *> course and assessment history
       01  qualification-record.
           copy qualification-record.

       FD  qualification-work-data.    *> the re-pointed history
       01  qualification-work-record   pic X(61).

       FD  address-data.    *> one postal address per observer
       01  address-record.
           copy observer-address-record.

       FD  address-work-data.    *> the re-pointed address file
       01  address-work-record         pic X(83).

       FD  field-visit-data.    *> effort per observer/site/date
       01  field-visit-record.
           copy visit-record.

       FD  visit-work-data.    *> the re-pointed visit file
       01  visit-work-record           pic X(33).

       FD  observer-xref-data.    *> the valley club's codes to ours
       01  observer-xref-record.
           05  xrf-valley-code         pic X(8).
           05  filler                  pic X.
           05  xrf-observer-id         pic 9(4).

       FD  xref-work-data.    *> the re-pointed cross-reference
       01  xref-work-record            pic X(13).

       FD  observer-alias-data.    *> retired ids and who they became
       01  observer-alias-record.
           copy observer-alias-record.

       FD  membership-data.    *> one membership per observer
       01  membership-record.
           copy membership-record.

       FD  alert-subscriber-data.    *> rare-bird alert interests
       01  alert-subscriber-record.
           copy alert-subscriber-record.

       FD  subscriber-work-data.    *> the re-pointed subscriptions
       01  subscriber-work-record      pic X(63).

       FD  count-allocation-data.    *> who covers which count site
       01  count-allocation-record.
           copy count-allocation-record.

       FD  event-participant-data.    *> who went on each field trip
       01  event-participant-record.
           copy event-participant-record.

       FD  nest-master-data.    *> nest cards and who follows them
       01  nest-master-record.
           copy nest-record.

       FD  survey-count-data.    *> banded transect counts
       01  survey-count-record.
           copy survey-count-record.

       FD  survey-work-data.    *> the re-pointed survey counts
       01  survey-work-record          pic X(39).

       working-storage section.
      *> folds a second registration of one person into the first.
      *> Each line of observer-merge.txt names the id to retire and
      *> the id that survives - ObserverDuplicateReport suggests the
      *> pairs, but the membership secretary decides.  Sightings on
      *> the master and the archive year on sighting-archive-in.txt
      *> are re-pointed and audited on bird-audit.txt under OBSMRG;
      *> the qualification history, postal addresses, field visits,
      *> the valley cross-reference, memberships, alert
      *> subscriptions, count-day allocations, event bookings, nest
      *> cards and survey counts are re-pointed in place, so nothing
      *> that looks an observer up on the master is left holding an
      *> id that has gone.  Last
      *> of all the retired record is folded into the survivor and
      *> deleted, and the retired id goes on observer-aliases.txt so
      *> ObserverAliasLookup can carry old references on to the
      *> survivor.  A pair is refused if either id is missing from
      *> the master or is part of another pair in the same run - a
      *> chain of merges is run as one pair per pass.  A pair already
      *> folded is accepted again, so the same observer-merge.txt can
      *> be re-run for each archive year
       78  MAX-MERGE-RULES         value 20.
       01  merge-rule-table.
           05  merge-rule-entry        occurs MAX-MERGE-RULES
                                        indexed by rule-index.
               10  mrl-retired-id      pic 9(4).
               10  mrl-surviving-id    pic 9(4).
               10  mrl-master-repointed pic 9(6).
               10  mrl-archive-repointed pic 9(6).
               10  mrl-quals-repointed pic 9(4).
               10  mrl-visits-repointed pic 9(4).
               10  mrl-xref-repointed  pic 9(3).
               10  mrl-alerts-repointed pic 9(4).
               10  mrl-allocations-repointed pic 9(4).
               10  mrl-bookings-repointed pic 9(4).
               10  mrl-nests-repointed pic 9(4).
               10  mrl-surveys-repointed pic 9(4).
               10  mrl-membership-outcome pic X.
                   88  mrl-membership-moved    value "M".
                   88  mrl-membership-dropped  value "D".
                   88  mrl-membership-held     value "H".
                   88  mrl-membership-none     value " ".
               10  mrl-survivor-address-flag pic X.
                   88  mrl-survivor-has-address value "Y".
               10  mrl-address-outcome pic X.
                   88  mrl-address-moved       value "M".
                   88  mrl-address-dropped     value "D".
                   88  mrl-address-none        value " ".
               10  mrl-folded-flag     pic X.
                   88  mrl-folded              value "Y".
                   88  mrl-folded-earlier      value "E".
       01  merge-rule-count        pic 9(2) value 0.
       01  found-rule-index        pic 9(2).
       01  rule-search-id          pic 9(4).
       01  rule-search-mode        pic X.
           88  search-retired-ids      value "R".
           88  search-all-ids          value "A".

       01  already-folded-flag     pic X.
           88  pair-already-folded     value "Y".
       01  alias-check-id          pic 9(4).
       01  observer-alias-flag     pic X.

       01  retired-observer-record.
           copy observer-record.
       01  retired-membership-record.
           copy membership-record.

      *> an event booking is keyed on the observer, so the bookings
      *> to move are found on one pass and moved on a second rather
      *> than writing and deleting under a file being browsed
       78  MAX-BOOKING-MOVES       value 200.
       01  booking-move-table.
           05  booking-move-entry      occurs MAX-BOOKING-MOVES
                                        indexed by booking-index.
               10  bkm-event-id        pic 9(4).
               10  bkm-rule-index      pic 9(2).
       01  booking-move-count      pic 9(3) value 0.
       01  allocation-rule-index   pic 9(2).
       01  allocation-changed-flag pic X.
           88  allocation-was-changed  value "Y".

       01  end-of-file             pic 9.
       01  observer-file-status-code.
           05  observer-status-key-1 pic X.
           05  observer-status-key-2 pic X.
       01  file-status-code.
           05  status-key-1        pic X.
           05  status-key-2        pic X.
       01  merge-file-status-code.
           05  merge-status-key-1  pic X.
           05  merge-status-key-2  pic X.
       01  audit-file-status-code.
           05  audit-status-key-1  pic X.
           05  audit-status-key-2  pic X.
       01  old-archive-file-status-code.
           05  old-archive-status-key-1 pic X.
           05  old-archive-status-key-2 pic X.
       01  new-archive-file-status-code.
           05  new-archive-status-key-1 pic X.
           05  new-archive-status-key-2 pic X.
       01  qualification-file-status-code.
           05  qualification-status-key-1 pic X.
           05  qualification-status-key-2 pic X.
       01  qualification-work-status-code.
           05  qualification-work-key-1 pic X.
           05  qualification-work-key-2 pic X.
       01  address-file-status-code.
           05  address-status-key-1 pic X.
           05  address-status-key-2 pic X.
       01  address-work-file-status-code.
           05  address-work-status-key-1 pic X.
           05  address-work-status-key-2 pic X.
       01  visit-file-status-code.
           05  visit-status-key-1  pic X.
           05  visit-status-key-2  pic X.
       01  visit-work-file-status-code.
           05  visit-work-status-key-1 pic X.
           05  visit-work-status-key-2 pic X.
       01  xref-file-status-code.
           05  xref-status-key-1   pic X.
           05  xref-status-key-2   pic X.
       01  xref-work-file-status-code.
           05  xref-work-status-key-1 pic X.
           05  xref-work-status-key-2 pic X.
       01  alias-file-status-code.
           05  alias-status-key-1  pic X.
           05  alias-status-key-2  pic X.
       01  membership-file-status-code.
           05  membership-status-key-1 pic X.
           05  membership-status-key-2 pic X.
       01  subscriber-file-status-code.
           05  subscriber-status-key-1 pic X.
           05  subscriber-status-key-2 pic X.
       01  subscriber-work-file-status-code.
           05  subscriber-work-status-key-1 pic X.
           05  subscriber-work-status-key-2 pic X.
       01  allocation-file-status-code.
           05  allocation-status-key-1 pic X.
           05  allocation-status-key-2 pic X.
       01  participant-file-status-code.
           05  participant-status-key-1 pic X.
           05  participant-status-key-2 pic X.
       01  nest-file-status-code.
           05  nest-status-key-1   pic X.
           05  nest-status-key-2   pic X.
       01  survey-file-status-code.
           05  survey-status-key-1 pic X.
           05  survey-status-key-2 pic X.
       01  survey-work-file-status-code.
           05  survey-work-status-key-1 pic X.
           05  survey-work-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  records-repointed       pic 9(6) value 0.
       01  archive-repointed       pic 9(6) value 0.
       01  observers-folded        pic 9(2) value 0.
       01  instructions-refused    pic 9(2) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "ObserverMerge".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform load-merge-instructions
           if merge-rule-count = 0
               display "No usable pairs on observer-merge.txt - "
                   "nothing to do"
           else
               perform repoint-sighting-master
               perform repoint-archive-extract
               perform repoint-qualifications
               perform repoint-addresses
               perform repoint-field-visits
               perform repoint-valley-xref
               perform repoint-memberships
               perform repoint-alert-subscribers
               perform repoint-count-allocations
               perform repoint-event-bookings
               perform repoint-nest-cards
               perform repoint-survey-counts
               perform fold-observer-records
               perform print-merge-report
           end-if
           perform write-run-control-end
           goback
           .

       load-merge-instructions section.
           open input merge-instruction-data
           if merge-status-key-1 not = "0"
               close merge-instruction-data
           else
               open input observer-master-data
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read merge-instruction-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           add 1 to rcl-records-read
                           perform load-one-instruction
                   end-read
               end-perform
               close observer-master-data
               close merge-instruction-data
           end-if
           .

       load-one-instruction section.
           if omg-retired-id = omg-surviving-id
               display "Pair " omg-retired-id "/" omg-surviving-id
                   " refused - an observer cannot be merged into "
                   "themselves"
               add 1 to instructions-refused
               exit section
           end-if
           set search-all-ids to true
           move omg-retired-id to rule-search-id
           perform find-merge-rule
           if found-rule-index = 0
               move omg-surviving-id to rule-search-id
               perform find-merge-rule
           end-if
           if found-rule-index not = 0
               display "Pair " omg-retired-id "/" omg-surviving-id
                   " refused - an id already in another pair this "
                   "run; run the chain one pair per pass"
               add 1 to instructions-refused
               exit section
           end-if
           move "N" to already-folded-flag
           move omg-retired-id to observer-id of observer-record
           read observer-master-data
               invalid key
                   perform check-already-folded
                   if not pair-already-folded
                       display "Pair " omg-retired-id "/"
                           omg-surviving-id " refused - observer "
                           omg-retired-id
                           " is not on the observer master"
                       add 1 to instructions-refused
                       exit section
                   end-if
           end-read
           move omg-surviving-id to observer-id of observer-record
           read observer-master-data
               invalid key
                   *> folding into an observer who is not on the
                   *> master would strand every re-pointed sighting
                   display "Pair " omg-retired-id "/"
                       omg-surviving-id " refused - survivor "
                       omg-surviving-id " is not on the observer master"
                   add 1 to instructions-refused
                   exit section
           end-read
           if merge-rule-count >= MAX-MERGE-RULES
               display "Rule table is full at " MAX-MERGE-RULES
                   " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to merge-rule-count
           initialize merge-rule-entry (merge-rule-count)
           move omg-retired-id to mrl-retired-id (merge-rule-count)
           move omg-surviving-id
               to mrl-surviving-id (merge-rule-count)
           if pair-already-folded
               set mrl-folded-earlier (merge-rule-count) to true
           end-if
           .

       check-already-folded section.
           *> a pair folded on an earlier pass is run again to take
           *> the next archive year - the retired id has left the
           *> master, but the alias file shows where it went
           move omg-retired-id to alias-check-id
           call "ObserverAliasLookup"
               using by reference alias-check-id
                     by reference observer-alias-flag
           if observer-alias-flag = "Y"
                   and alias-check-id = omg-surviving-id
               set pair-already-folded to true
           end-if
           .

       find-merge-rule section.
           *> search-retired-ids finds the pair retiring
           *> rule-search-id - the only one that re-points anything;
           *> search-all-ids also matches a survivor
           move 0 to found-rule-index
           set rule-index to 1
           perform until rule-index > merge-rule-count
                   or found-rule-index not = 0
               if mrl-retired-id (rule-index) = rule-search-id
                       or (search-all-ids
                           and mrl-surviving-id (rule-index)
                               = rule-search-id)
                   move rule-index to found-rule-index
               else
                   set rule-index up by 1
               end-if
           end-perform
           .

       repoint-sighting-master section.
           set search-retired-ids to true
           open i-o bird-spotting-data
           open extend bird-audit-data
           if audit-status-key-1 = "3"
               open output bird-audit-data
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read bird-spotting-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform repoint-one-sighting
               end-read
           end-perform
           close bird-spotting-data
           close bird-audit-data
           .

       repoint-one-sighting section.
           move observer-id of bird-spotting-record to rule-search-id
           perform find-merge-rule
           if found-rule-index > 0
               set rule-index to found-rule-index
               move mrl-surviving-id (rule-index)
                   to observer-id of bird-spotting-record
               rewrite bird-spotting-record
                   invalid key
                       display "Rewrite failed for record "
                           record-key " - status " file-status-code
                   not invalid key
                       add 1 to records-repointed
                       add 1 to mrl-master-repointed (rule-index)
                       move record-key to audit-record-key
                       move bird-count of bird-spotting-record
                           to audit-old-bird-count
                       perform write-merge-audit
               end-rewrite
           end-if
           .

       write-merge-audit section.
           *> the count is untouched - the audit line marks the
           *> record as amended by the merge and when
           move audit-old-bird-count to audit-new-bird-count
           move 0 to audit-change-indicator
           move function current-date to audit-timestamp
           move "OBSMRG" to audit-user-id
           write bird-audit-record
           .

       repoint-archive-extract section.
           set search-retired-ids to true
           open input old-archive-data
           if old-archive-status-key-1 not = "0"
               display "No sighting-archive-in.txt this pass - "
                   "archive years not re-pointed"
               close old-archive-data
           else
               open output new-archive-data
               open extend bird-audit-data
               if audit-status-key-1 = "3"
                   open output bird-audit-data
               end-if
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read old-archive-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform repoint-one-archive-record
                   end-read
               end-perform
               close old-archive-data
               close new-archive-data
               close bird-audit-data
               display "Repeat the archive pass for each "
                   "bird-archive-CCYY.txt, copying it over "
                   "sighting-archive-in.txt in turn"
           end-if
           .

       repoint-one-archive-record section.
           move arc-observer-id to rule-search-id
           perform find-merge-rule
           if found-rule-index > 0
               set rule-index to found-rule-index
               move mrl-surviving-id (rule-index) to arc-observer-id
               add 1 to archive-repointed
               add 1 to mrl-archive-repointed (rule-index)
               move arc-record-key to audit-record-key
               move old-archive-record (60:4) to audit-old-bird-count
               perform write-merge-audit
           end-if
           move old-archive-record to new-archive-record
           write new-archive-record
           .

       repoint-qualifications section.
           set search-retired-ids to true
           open input qualification-data
           if qualification-status-key-1 not = "0"
               close qualification-data
               exit section
           end-if
           open output qualification-work-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read qualification-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move qal-observer-id to rule-search-id
                       perform find-merge-rule
                       if found-rule-index > 0
                           set rule-index to found-rule-index
                           move mrl-surviving-id (rule-index)
                               to qal-observer-id
                           add 1 to mrl-quals-repointed (rule-index)
                       end-if
                       move qualification-record
                           to qualification-work-record
                       write qualification-work-record
               end-read
           end-perform
           close qualification-data
           close qualification-work-data
           open input qualification-work-data
           open output qualification-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read qualification-work-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move qualification-work-record
                           to qualification-record
                       write qualification-record
               end-read
           end-perform
           close qualification-work-data
           close qualification-data
           .

       repoint-addresses section.
           *> one address per observer - the survivor's own address
           *> stands, and the retired one only moves across when the
           *> survivor has none
           open input address-data
           if address-status-key-1 not = "0"
               close address-data
               exit section
           end-if
           set search-all-ids to true
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read address-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move oad-observer-id to rule-search-id
                       perform find-merge-rule
                       if found-rule-index > 0
                           set rule-index to found-rule-index
                           if mrl-surviving-id (rule-index)
                                   = oad-observer-id
                               set mrl-survivor-has-address
                                   (rule-index) to true
                           end-if
                       end-if
               end-read
           end-perform
           close address-data
           set search-retired-ids to true
           open input address-data
           open output address-work-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read address-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform repoint-one-address
               end-read
           end-perform
           close address-data
           close address-work-data
           open input address-work-data
           open output address-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read address-work-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move address-work-record to address-record
                       write address-record
               end-read
           end-perform
           close address-work-data
           close address-data
           .

       repoint-one-address section.
           move oad-observer-id to rule-search-id
           perform find-merge-rule
           if found-rule-index > 0
               set rule-index to found-rule-index
               if mrl-survivor-has-address (rule-index)
                   set mrl-address-dropped (rule-index) to true
                   exit section
               end-if
               move mrl-surviving-id (rule-index) to oad-observer-id
               set mrl-address-moved (rule-index) to true
           end-if
           move address-record to address-work-record
           write address-work-record
           .

       repoint-field-visits section.
           set search-retired-ids to true
           open input field-visit-data
           if visit-status-key-1 not = "0"
               close field-visit-data
               exit section
           end-if
           open output visit-work-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read field-visit-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move vst-observer-id to rule-search-id
                       perform find-merge-rule
                       if found-rule-index > 0
                           set rule-index to found-rule-index
                           move mrl-surviving-id (rule-index)
                               to vst-observer-id
                           add 1 to mrl-visits-repointed (rule-index)
                       end-if
                       move field-visit-record to visit-work-record
                       write visit-work-record
               end-read
           end-perform
           close field-visit-data
           close visit-work-data
           open input visit-work-data
           open output field-visit-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read visit-work-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move visit-work-record to field-visit-record
                       write field-visit-record
               end-read
           end-perform
           close visit-work-data
           close field-visit-data
           .

       repoint-valley-xref section.
           set search-retired-ids to true
           open input observer-xref-data
           if xref-status-key-1 not = "0"
               close observer-xref-data
               exit section
           end-if
           open output xref-work-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read observer-xref-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move xrf-observer-id to rule-search-id
                       perform find-merge-rule
                       if found-rule-index > 0
                           set rule-index to found-rule-index
                           move mrl-surviving-id (rule-index)
                               to xrf-observer-id
                           add 1 to mrl-xref-repointed (rule-index)
                       end-if
                       move observer-xref-record to xref-work-record
                       write xref-work-record
               end-read
           end-perform
           close observer-xref-data
           close xref-work-data
           open input xref-work-data
           open output observer-xref-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read xref-work-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move xref-work-record to observer-xref-record
                       write observer-xref-record
               end-read
           end-perform
           close xref-work-data
           close observer-xref-data
           .

       repoint-memberships section.
           *> one membership per observer, keyed on the id - the
           *> retired membership moves across when the survivor has
           *> none; otherwise the survivor's stands, taking the later
           *> paid-to date, and the retired one goes.  One still
           *> waiting on a payment is left for the membership
           *> secretary rather than lose track of the billing
           open i-o membership-data
           if membership-status-key-1 not = "0"
               close membership-data
               exit section
           end-if
           perform varying rule-index from 1 by 1
                   until rule-index > merge-rule-count
               perform repoint-one-membership
           end-perform
           close membership-data
           .

       repoint-one-membership section.
           move mrl-retired-id (rule-index)
               to mbr-observer-id of membership-record
           read membership-data
               invalid key
                   exit section
           end-read
           move membership-record to retired-membership-record
           move mrl-surviving-id (rule-index)
               to mbr-observer-id of membership-record
           read membership-data
               invalid key
                   move retired-membership-record to membership-record
                   move mrl-surviving-id (rule-index)
                       to mbr-observer-id of membership-record
                   write membership-record
                       invalid key
                           display "Membership write failed for "
                               "observer " mrl-surviving-id (rule-index)
                               " - status " membership-file-status-code
                           exit section
                   end-write
                   set mrl-membership-moved (rule-index) to true
               not invalid key
                   if mbr-payment-outstanding
                           of retired-membership-record
                       set mrl-membership-held (rule-index) to true
                       exit section
                   end-if
                   if mbr-paid-to-date of retired-membership-record
                           > mbr-paid-to-date of membership-record
                       move mbr-paid-to-date
                           of retired-membership-record
                           to mbr-paid-to-date of membership-record
                       move mbr-renewal-date
                           of retired-membership-record
                           to mbr-renewal-date of membership-record
                       rewrite membership-record
                           invalid key
                               display "Membership rewrite failed for "
                                   "observer "
                                   mrl-surviving-id (rule-index)
                                   " - status "
                                   membership-file-status-code
                               exit section
                       end-rewrite
                   end-if
                   set mrl-membership-dropped (rule-index) to true
           end-read
           move mrl-retired-id (rule-index)
               to mbr-observer-id of membership-record
           delete membership-data
               invalid key
                   display "Membership delete failed for observer "
                       mrl-retired-id (rule-index)
                       " - status " membership-file-status-code
           end-delete
           .

       repoint-alert-subscribers section.
           set search-retired-ids to true
           open input alert-subscriber-data
           if subscriber-status-key-1 not = "0"
               close alert-subscriber-data
               exit section
           end-if
           open output subscriber-work-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read alert-subscriber-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move asb-observer-id to rule-search-id
                       perform find-merge-rule
                       if found-rule-index > 0
                           set rule-index to found-rule-index
                           move mrl-surviving-id (rule-index)
                               to asb-observer-id
                           add 1 to mrl-alerts-repointed (rule-index)
                       end-if
                       move alert-subscriber-record
                           to subscriber-work-record
                       write subscriber-work-record
               end-read
           end-perform
           close alert-subscriber-data
           close subscriber-work-data
           open input subscriber-work-data
           open output alert-subscriber-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read subscriber-work-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move subscriber-work-record
                           to alert-subscriber-record
                       write alert-subscriber-record
               end-read
           end-perform
           close subscriber-work-data
           close alert-subscriber-data
           .

       repoint-count-allocations section.
           set search-retired-ids to true
           open i-o count-allocation-data
           if allocation-status-key-1 not = "0"
               close count-allocation-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read count-allocation-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform repoint-one-allocation
               end-read
           end-perform
           close count-allocation-data
           .

       repoint-one-allocation section.
           *> the allocated observer and whoever actually counted
           move "N" to allocation-changed-flag
           move 0 to allocation-rule-index
           move cal-observer-id to rule-search-id
           perform find-merge-rule
           if found-rule-index > 0
               set rule-index to found-rule-index
               move mrl-surviving-id (rule-index) to cal-observer-id
               add 1 to mrl-allocations-repointed (rule-index)
               move found-rule-index to allocation-rule-index
               set allocation-was-changed to true
           end-if
           move cal-counted-by-id to rule-search-id
           perform find-merge-rule
           if found-rule-index > 0
               set rule-index to found-rule-index
               move mrl-surviving-id (rule-index) to cal-counted-by-id
               if found-rule-index not = allocation-rule-index
                   add 1 to mrl-allocations-repointed (rule-index)
               end-if
               set allocation-was-changed to true
           end-if
           if allocation-was-changed
               rewrite count-allocation-record
                   invalid key
                       display "Rewrite failed for allocation "
                           cal-key " - status "
                           allocation-file-status-code
               end-rewrite
           end-if
           .

       repoint-event-bookings section.
           set search-retired-ids to true
           open i-o event-participant-data
           if participant-status-key-1 not = "0"
               close event-participant-data
               exit section
           end-if
           move 0 to booking-move-count
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read event-participant-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move epa-observer-id to rule-search-id
                       perform find-merge-rule
                       if found-rule-index > 0
                           perform hold-one-booking-move
                       end-if
               end-read
           end-perform
           perform varying booking-index from 1 by 1
                   until booking-index > booking-move-count
               perform move-one-booking
           end-perform
           close event-participant-data
           .

       hold-one-booking-move section.
           if booking-move-count >= MAX-BOOKING-MOVES
               display "Booking move table is full at "
                   MAX-BOOKING-MOVES " - raise the limit and re-run"
               move 16 to return-code
               close event-participant-data
               perform write-run-control-end
               stop run
           end-if
           add 1 to booking-move-count
           move epa-event-id to bkm-event-id (booking-move-count)
           move found-rule-index to bkm-rule-index (booking-move-count)
           .

       move-one-booking section.
           *> a survivor already booked on the trip keeps their own
           *> booking and the retired one simply goes
           set rule-index to bkm-rule-index (booking-index)
           move bkm-event-id (booking-index) to epa-event-id
           move mrl-retired-id (rule-index) to epa-observer-id
           read event-participant-data
               invalid key
                   exit section
           end-read
           move mrl-surviving-id (rule-index) to epa-observer-id
           write event-participant-record
               invalid key
                   continue
           end-write
           move mrl-retired-id (rule-index) to epa-observer-id
           delete event-participant-data
               invalid key
                   display "Delete failed for booking "
                       bkm-event-id (booking-index) "/"
                       mrl-retired-id (rule-index)
                       " - status " participant-file-status-code
                   exit section
           end-delete
           add 1 to mrl-bookings-repointed (rule-index)
           .

       repoint-nest-cards section.
           set search-retired-ids to true
           open i-o nest-master-data
           if nest-status-key-1 not = "0"
               close nest-master-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read nest-master-data next record
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move nst-observer-id to rule-search-id
                       perform find-merge-rule
                       if found-rule-index > 0
                           set rule-index to found-rule-index
                           move mrl-surviving-id (rule-index)
                               to nst-observer-id
                           rewrite nest-master-record
                               invalid key
                                   display "Rewrite failed for nest "
                                       nst-nest-id " - status "
                                       nest-file-status-code
                               not invalid key
                                   add 1 to mrl-nests-repointed
                                       (rule-index)
                           end-rewrite
                       end-if
               end-read
           end-perform
           close nest-master-data
           .

       repoint-survey-counts section.
           set search-retired-ids to true
           open input survey-count-data
           if survey-status-key-1 not = "0"
               close survey-count-data
               exit section
           end-if
           open output survey-work-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read survey-count-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move svc-observer-id to rule-search-id
                       perform find-merge-rule
                       if found-rule-index > 0
                           set rule-index to found-rule-index
                           move mrl-surviving-id (rule-index)
                               to svc-observer-id
                           add 1 to mrl-surveys-repointed (rule-index)
                       end-if
                       move survey-count-record to survey-work-record
                       write survey-work-record
               end-read
           end-perform
           close survey-count-data
           close survey-work-data
           open input survey-work-data
           open output survey-count-data
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read survey-work-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       move survey-work-record to survey-count-record
                       write survey-count-record
               end-read
           end-perform
           close survey-work-data
           close survey-count-data
           .

       fold-observer-records section.
           open i-o observer-master-data
           open extend observer-alias-data
           if alias-status-key-1 = "3"
               *> first merge ever - start the alias file
               open output observer-alias-data
           end-if
           perform varying rule-index from 1 by 1
                   until rule-index > merge-rule-count
               if not mrl-folded-earlier (rule-index)
                   perform fold-one-observer
               end-if
           end-perform
           close observer-master-data
           close observer-alias-data
           .

       fold-one-observer section.
           move mrl-retired-id (rule-index)
               to observer-id of observer-record
           read observer-master-data
               invalid key
                   display "Observer " mrl-retired-id (rule-index)
                       " vanished from the master mid-run - not folded"
                   exit section
           end-read
           move observer-record to retired-observer-record
           move mrl-surviving-id (rule-index)
               to observer-id of observer-record
           read observer-master-data
               invalid key
                   display "Observer " mrl-surviving-id (rule-index)
                       " vanished from the master mid-run - not folded"
                   exit section
           end-read
           *> counts submitted add together; a certification on
           *> either registration carries over, the later expiry
           *> winning (zero predates expiry tracking and stands);
           *> the survivor's name and phone stand unless blank
           add population-count-submitted of retired-observer-record
               to population-count-submitted of observer-record
           if observer-is-certified of retired-observer-record
               if not observer-is-certified of observer-record
                   move certified-observer-flag
                       of retired-observer-record
                       to certified-observer-flag of observer-record
                   move certification-expiry-date
                       of retired-observer-record
                       to certification-expiry-date of observer-record
               else
                   if certification-expiry-date of observer-record
                           not = 0
                       and (certification-expiry-date
                               of retired-observer-record = 0
                           or certification-expiry-date
                               of retired-observer-record
                               > certification-expiry-date
                                   of observer-record)
                       move certification-expiry-date
                           of retired-observer-record
                           to certification-expiry-date
                               of observer-record
                   end-if
               end-if
           end-if
           if observer-phone of observer-record = spaces
               move observer-phone of retired-observer-record
                   to observer-phone of observer-record
           end-if
           rewrite observer-record
               invalid key
                   display "Rewrite failed for observer "
                       mrl-surviving-id (rule-index)
                       " - status " observer-file-status-code
                   exit section
           end-rewrite
           move mrl-retired-id (rule-index)
               to observer-id of observer-record
           delete observer-master-data
               invalid key
                   display "Delete failed for observer "
                       mrl-retired-id (rule-index)
                       " - status " observer-file-status-code
                   exit section
           end-delete
           move spaces to observer-alias-record
           move mrl-retired-id (rule-index) to ola-retired-id
           move mrl-surviving-id (rule-index) to ola-surviving-id
           move run-date-today to ola-merged-date
           move first-name of retired-observer-record to ola-first-name
           move last-name of retired-observer-record to ola-last-name
           write observer-alias-record
           set mrl-folded (rule-index) to true
           add 1 to observers-folded
           .

       print-merge-report section.
           display "Observer merge report -"
           perform varying rule-index from 1 by 1
                   until rule-index > merge-rule-count
               display "  " mrl-retired-id (rule-index)
                   " folded into " mrl-surviving-id (rule-index)
                   " - " mrl-master-repointed (rule-index)
                   " master sightings, "
                   mrl-archive-repointed (rule-index)
                   " archive records"
               display "        " mrl-quals-repointed (rule-index)
                   " qualifications, "
                   mrl-visits-repointed (rule-index)
                   " field visits, "
                   mrl-xref-repointed (rule-index)
                   " valley cross-references re-pointed"
               display "        "
                   mrl-allocations-repointed (rule-index)
                   " count allocations, "
                   mrl-bookings-repointed (rule-index)
                   " event bookings, "
                   mrl-nests-repointed (rule-index) " nest cards,"
               display "        " mrl-surveys-repointed (rule-index)
                   " survey counts, "
                   mrl-alerts-repointed (rule-index)
                   " alert subscriptions re-pointed"
               evaluate true
                   when mrl-address-moved (rule-index)
                       display "        address moved to the survivor"
                   when mrl-address-dropped (rule-index)
                       display "        retired address dropped - "
                           "the survivor's own address stands"
                   when other
                       continue
               end-evaluate
               evaluate true
                   when mrl-membership-moved (rule-index)
                       display "        membership moved to the "
                           "survivor"
                   when mrl-membership-dropped (rule-index)
                       display "        retired membership dropped - "
                           "the survivor's own membership stands"
                   when mrl-membership-held (rule-index)
                       display "        RETIRED MEMBERSHIP HELD - a "
                           "subscription is awaiting payment; settle "
                           "it and re-run the pair"
                   when other
                       continue
               end-evaluate
               evaluate true
                   when mrl-folded (rule-index)
                       continue
                   when mrl-folded-earlier (rule-index)
                       display "        master records were folded "
                           "on an earlier pass"
                   when other
                       display "        MASTER RECORDS NOT FOLDED - "
                           "see the messages above"
               end-evaluate
           end-perform
           display "  " records-repointed
               " master sightings re-pointed in all"
           display "  " archive-repointed " archive records re-pointed"
           display "  " observers-folded " observers folded, "
               instructions-refused " pairs refused"
           display "Every re-pointed sighting is on bird-audit.txt "
               "under user OBSMRG; retired ids are on "
               "observer-aliases.txt"
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move records-repointed to rcl-records-written
           move instructions-refused to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
