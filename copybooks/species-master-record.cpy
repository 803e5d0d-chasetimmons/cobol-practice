           05  ref-breeding-population pic 9(9).
           05  ref-prior-population    pic 9(9).
           05  filler                  pic X(2).
      *> where the species sits in the official list - order, family
      *> and the systematic sequence number published reports are
      *> printed in.  Sequence zero means not yet placed, and those
      *> species print after the placed ones.  A pre-taxonomy master
      *> needs ConvertSpeciesTaxonomy run against it first
           05  ref-taxonomic-order     pic X(20).
           05  ref-family-name         pic X(24).
           05  ref-taxonomic-sequence  pic 9(5).
      *> the species' standing on the official list.  Escapes and
      *> introductions are keyed like anything else, but official
      *> outputs leave them out or total them apart.  A pre-status
      *> master needs ConvertSpeciesStatus run against it first
           05  ref-status-category     pic X.
               88  ref-naturally-occurring value "N".
               88  ref-established-introduction value "I".
               88  ref-escape              value "E".
               88  ref-status-is-valid     value "N" "I" "E".
