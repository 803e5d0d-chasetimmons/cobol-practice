      *> shared alert-subscription layout - one line per interest on
      *> alert-subscribers.txt; a member with several interests has
      *> several lines, each carrying the contact to use.  Kept by
      *> the membership secretary and read by RareBirdAlerts
           05  asb-observer-id         pic 9(4).
           05  filler                  pic X.
      *> E e-mail, T text message - the gateway routes on it
           05  asb-contact-method      pic X.
               88  asb-by-email            value "E" "e".
               88  asb-by-text             value "T" "t".
               88  asb-method-valid        value "E" "e" "T" "t".
           05  filler                  pic X.
           05  asb-contact-address     pic X(40).
           05  filler                  pic X.
      *> S a species code; C an official-list status category (N, I
      *> or E as on the species master); L a conservation list colour
      *> (R, A or G from conservation-list.txt); A a recording area
      *> code; * every alert
           05  asb-interest-type       pic X.
               88  asb-species             value "S" "s".
               88  asb-status-category     value "C" "c".
               88  asb-conservation-list   value "L" "l".
               88  asb-recording-area      value "A" "a".
               88  asb-everything          value "*".
           05  filler                  pic X.
           05  asb-interest-value      pic X(4).
           05  asb-interest-species redefines asb-interest-value.
               10  asb-species-code    pic 9(3).
               10  filler              pic X.
           05  filler                  pic X.
      *> alerts raised before the member subscribed are not sent
           05  asb-start-date          pic 9(8).
