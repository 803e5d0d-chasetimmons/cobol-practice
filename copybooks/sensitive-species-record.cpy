      *> shared sensitive-species layout - one record per species on
      *> sensitive-species.dat, with optional further records for a
      *> species at one particular site.  A site-code of spaces is the
      *> species-wide level; a site record overrides it, including
      *> "N" to lift the embargo at a site where the species is no
      *> secret.  Copied into every program that reads or writes the
      *> file so the physical layout can't drift between them
           05  sen-key.
               10  sen-species-code    pic 9(3).
               10  filler              pic X.
               10  sen-site-code       pic X(4).
           05  filler                  pic X.
      *> W - never published; B - published blurred to the 10km square
      *> and county; D - held back until sen-release-date, then
      *> published in full; N - no embargo
           05  sen-level               pic X.
               88  sen-withhold            value "W".
               88  sen-blur                value "B".
               88  sen-delay               value "D".
               88  sen-no-embargo          value "N".
               88  sen-level-valid         value "W" "B" "D" "N".
           05  filler                  pic X.
           05  sen-release-date        pic 9(8).
           05  filler                  pic X.
           05  sen-note                pic X(30).
