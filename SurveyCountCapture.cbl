       input-output section.
           select survey-count-data assign "survey-counts.txt"
               organization sequential
               file status survey-file-status-code.

           select field-visit-data assign "field-visits.txt"
               organization sequential
               file status visit-file-status-code.

           select transect-master-data assign "transect-data.dat"
               organization indexed
               access dynamic
               record key trn-site-code
               file status transect-file-status-code.

           select species-master-data assign "species-data.dat"
               organization indexed
               access dynamic
               record key species-code of species-master-record
               alternate record key ref-common-name
                   of species-master-record with duplicates
               file status species-file-status-code.

       file section.
       FD  survey-count-data.    *> banded counts, section by section
       01  survey-count-record.
           copy survey-count-record.

       FD  field-visit-data.    *> the effort each count belongs to
       01  field-visit-record.
           copy visit-record.

       FD  transect-master-data.    *> the route being walked
       01  transect-master-record.
           copy transect-record.

       FD  species-master-data.    *> proves the species code exists
       01  species-master-record.
           copy species-master-record.

       working-storage section.
       01  survey-file-status-code.
           05  survey-status-key-1 pic X.
           05  survey-status-key-2 pic X.
       01  visit-file-status-code.
           05  visit-status-key-1  pic X.
           05  visit-status-key-2  pic X.
       01  transect-file-status-code.
           05  transect-status-key-1 pic X.
           05  transect-status-key-2 pic X.
       01  species-file-status-code.
           05  species-status-key-1 pic X.
           05  species-status-key-2 pic X.
       01  end-of-visits           pic 9.
       01  more-visits-flag        pic X value "Y".
           88  more-visits-to-enter    value "Y" "y".
       01  more-counts-flag        pic X value "Y".
           88  more-counts-to-enter    value "Y" "y".
       01  survey-date             pic 9(8).
       01  survey-observer-id      pic 9(4).
       01  survey-site-code        pic X(4).
       01  visit-found-flag        pic X.
           88  visit-was-found         value "Y".
       01  transect-found-flag     pic X.
           88  transect-was-found      value "Y".
       01  species-found-flag      pic X.
           88  species-was-found       value "Y".
       01  counts-captured         pic 9(5) value 0.
       01  counts-rejected         pic 9(5) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "SurveyCountCapture".

       procedure division.
           copy run-banner.
      *> a survey count stands on a field visit already keyed through
      *> VisitCapture and a route already on the transect master -
      *> the density report needs both the effort and the length
           open input transect-master-data
           open input species-master-data
           open extend survey-count-data
           perform capture-one-survey-visit
               until not more-visits-to-enter
           close survey-count-data
           close species-master-data
           close transect-master-data
           display counts-captured " survey counts added, "
               counts-rejected " rejected"
           perform write-run-control-end
           goback
           .

       capture-one-survey-visit section.
           display "Survey date (CCYYMMDD)?"
           accept survey-date
           display "Observer ID?"
           accept survey-observer-id
           display "Site code?"
           accept survey-site-code
           perform find-field-visit
           perform find-site-transect
           evaluate true
               when not visit-was-found
                   display "Rejected - no field visit on " survey-date
                       " for observer " survey-observer-id " at "
                       survey-site-code " - key the visit first"
               when not transect-was-found
                   display "Rejected - " survey-site-code
                       " has no transect on the transect master"
               when other
                   move "Y" to more-counts-flag
                   perform capture-one-survey-count
                       until not more-counts-to-enter
           end-evaluate
           display "Another survey visit (Y/N)?"
           accept more-visits-flag
           .

       find-field-visit section.
           move "N" to visit-found-flag
           open input field-visit-data
           if visit-status-key-1 = "0"
               set end-of-visits to 1 *> FALSE
               perform until end-of-visits = 0 *> TRUE
                       or visit-was-found
                   read field-visit-data
                       at end
                           set end-of-visits to 0 *> TRUE
                       not at end
                           if vst-date = survey-date
                                   and vst-observer-id
                                       = survey-observer-id
                                   and vst-site-code
                                       = survey-site-code
                               set visit-was-found to true
                           end-if
                   end-read
               end-perform
           end-if
           close field-visit-data
           .

       find-site-transect section.
           move "N" to transect-found-flag
           move survey-site-code to trn-site-code
           read transect-master-data
               invalid key
                   continue
               not invalid key
                   set transect-was-found to true
           end-read
           .

       capture-one-survey-count section.
           move spaces to survey-count-record
           move survey-date to svc-visit-date
           move survey-observer-id to svc-observer-id
           move survey-site-code to svc-site-code
           display "Section number (1-" trn-section-count ")?"
           accept svc-section-number
           display "Species code?"
           accept svc-species-code
           display "Birds within 25m?"
           accept svc-band-1-count
           display "Birds 25 to 100m?"
           accept svc-band-2-count
           display "Birds beyond 100m?"
           accept svc-band-3-count
           move svc-species-code
               to species-code of species-master-record
           move "N" to species-found-flag
           read species-master-data
               invalid key
                   continue
               not invalid key
                   set species-was-found to true
           end-read
           evaluate true
               when svc-section-number < 1
                       or svc-section-number > trn-section-count
                   add 1 to counts-rejected
                   display "Rejected - the transect has sections 1 to "
                       trn-section-count
               when not species-was-found
                   add 1 to counts-rejected
                   display "Rejected - species " svc-species-code
                       " is not on the species master"
               when svc-band-1-count + svc-band-2-count
                       + svc-band-3-count = 0
                   add 1 to counts-rejected
                   display "Rejected - a count of nothing in every band"
               when other
                   write survey-count-record
                   add 1 to counts-captured
           end-evaluate
           display "Another count on this visit (Y/N)?"
           accept more-counts-flag
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move counts-captured to rcl-records-written
           move counts-rejected to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
