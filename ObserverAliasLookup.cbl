       input-output section.
           select observer-alias-data assign "observer-aliases.txt"
               organization sequential
               file status alias-file-status-code.

       file section.
       FD  observer-alias-data.    *> retired ids and who they became
       01  observer-alias-record.
           copy observer-alias-record.

       working-storage section.
      *> turns a retired observer-id into the id it was merged into,
      *> in place, so a sighting keyed against an old id lands on the
      *> surviving registration.  An id that is not retired comes back
      *> untouched.  A survivor can itself be merged later, so the
      *> chain is followed - MAX-ALIAS-HOPS stops a looped alias file
      *> from hanging the run.  The file is loaded once per run unit,
      *> the same way ObserverCertificationCheck holds the master
       78  MAX-ALIASES             value 200.
       78  MAX-ALIAS-HOPS          value 10.
       01  alias-table.
           05  alias-entry             occurs MAX-ALIASES
                                        indexed by alias-index.
               10  alt-retired-id      pic 9(4).
               10  alt-surviving-id    pic 9(4).
       01  alias-count             pic 9(3) value 0.
       01  alias-loaded-flag       pic X value "N".
           88  aliases-are-loaded      value "Y".
       01  alias-hops              pic 9(2).
       01  found-alias-index       pic 9(3).
       01  end-of-file             pic 9.
       01  alias-file-status-code.
           05  alias-status-key-1  pic X.
           05  alias-status-key-2  pic X.

       linkage section.
       01  observer-id-to-resolve  pic 9(4).
       01  observer-alias-flag     pic X.

       procedure division using by reference observer-id-to-resolve
                                by reference observer-alias-flag.
               move "N" to observer-alias-flag
               if not aliases-are-loaded
                   perform load-alias-table
               end-if
               move 0 to alias-hops
               perform look-up-alias
               perform until found-alias-index = 0
                       or alias-hops >= MAX-ALIAS-HOPS
                   move alt-surviving-id (found-alias-index)
                       to observer-id-to-resolve
                   move "Y" to observer-alias-flag
                   add 1 to alias-hops
                   perform look-up-alias
               end-perform
               goback
               .

       load-alias-table section.
           move 0 to alias-count
           open input observer-alias-data
           if alias-status-key-1 = "0"
               set end-of-file to 1 *> FALSE
               perform until end-of-file = 0 *> TRUE
                   read observer-alias-data
                       at end
                           set end-of-file to 0 *> TRUE
                       not at end
                           perform hold-one-alias
                   end-read
               end-perform
           end-if
           close observer-alias-data
           move "Y" to alias-loaded-flag
           .

       hold-one-alias section.
           if alias-count >= MAX-ALIASES
               *> a dropped alias would let an old id through as a
               *> stranger - stop loudly rather than misfile sightings
               display "Observer alias table is full at " MAX-ALIASES
                   " - raise the limit and re-run"
               move 16 to return-code
               stop run
           end-if
           add 1 to alias-count
           move ola-retired-id to alt-retired-id (alias-count)
           move ola-surviving-id to alt-surviving-id (alias-count)
           .

       look-up-alias section.
           move 0 to found-alias-index
           set alias-index to 1
           perform until alias-index > alias-count
                   or found-alias-index not = 0
               if alt-retired-id (alias-index)
                       = observer-id-to-resolve
                   move alias-index to found-alias-index
               else
                   set alias-index up by 1
               end-if
           end-perform
           .
