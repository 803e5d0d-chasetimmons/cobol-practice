       working-storage section.
      *> Ordnance Survey national grid references - two square
      *> letters then an even run of digits, half eastings and half
      *> northings, e.g. SU1234 or "SU 12345 67890" squeezed to fit.
      *> The letter alphabet drops I, so a letter's place in this
      *> string is its grid index
       01  grid-letter-alphabet    pic X(25)
               value "ABCDEFGHJKLMNOPQRSTUVWXYZ".
       01  squeezed-reference      pic X(10).
       01  squeezed-length         pic 9(2).
       01  scan-position           pic 9(2).
       01  digit-count             pic 9(2).
       01  half-digit-count        pic 9(2).
       01  first-letter-index      pic 9(2).
       01  second-letter-index     pic 9(2).
       01  first-letter-row        pic 9.
       01  second-letter-row       pic 9.
       01  letter-to-find          pic X.
       01  found-letter-index      pic 9(2).
       01  hundred-km-east         pic 9(2).
       01  hundred-km-north        pic S9(2).
       01  easting-digits          pic 9(5).
       01  northing-digits         pic 9(5).
       01  digit-scale             pic 9(5).
      *> the atlas squares a point falls in - the 10km hectad, the 2km
      *> tetrad lettered A to Z without O, running up each column from
      *> the south-west corner, and the 1km monad
       01  tetrad-letter-alphabet  pic X(25)
               value "ABCDEFGHIJKLMNPQRSTUVWXYZ".
       01  metres-into-square-east pic 9(5).
       01  metres-into-square-north pic 9(5).
       01  ten-km-east             pic 9.
       01  ten-km-north            pic 9.
       01  one-km-east             pic 9(2).
       01  one-km-north            pic 9(2).
       01  tetrad-column           pic 9.
       01  tetrad-row              pic 9.
       01  tetrad-letter-index     pic 9(2).

       linkage section.
       01  grid-reference-to-check pic X(10).
       01  grid-reference-valid-flag pic X.
       01  grid-easting            pic 9(7).
       01  grid-northing           pic 9(7).
       01  grid-hectad             pic X(4).
       01  grid-tetrad             pic X(5).
       01  grid-monad              pic X(6).

       procedure division using by reference grid-reference-to-check
                                by reference grid-reference-valid-flag
                                by reference grid-easting
                                by reference grid-northing
                                by reference grid-hectad
                                by reference grid-tetrad
                                by reference grid-monad.
      *> one reading of a grid reference for the whole suite - the
      *> metres east and north of the false origin come back for
      *> anything that needs a distance between two places
               move "N" to grid-reference-valid-flag
               move 0 to grid-easting
               move 0 to grid-northing
               move spaces to grid-hectad
               move spaces to grid-tetrad
               move spaces to grid-monad
               move spaces to squeezed-reference
               move 0 to squeezed-length
               perform varying scan-position from 1 by 1
                       until scan-position > 10
                   if grid-reference-to-check (scan-position:1)
                           not = space
                       add 1 to squeezed-length
                       move function upper-case
                           (grid-reference-to-check (scan-position:1))
                           to squeezed-reference (squeezed-length:1)
                   end-if
               end-perform
               compute digit-count = squeezed-length - 2
               if squeezed-length < 4
                       or function mod (digit-count 2) not = 0
                   goback
               end-if
               if squeezed-reference (3:digit-count) not numeric
                   goback
               end-if
               move squeezed-reference (1:1) to letter-to-find
               perform find-grid-letter
               move found-letter-index to first-letter-index
               move squeezed-reference (2:1) to letter-to-find
               perform find-grid-letter
               move found-letter-index to second-letter-index
               if first-letter-index = 0 or second-letter-index = 0
                   goback
               end-if
               *> the 500km letter picks a block of 25 100km squares,
               *> the second letter one square within it; indexes
               *> run from zero so the grid arithmetic reads plainly
               subtract 1 from first-letter-index
               subtract 1 from second-letter-index
               compute hundred-km-east =
                   function mod (first-letter-index + 3, 5) * 5
                   + function mod (second-letter-index, 5)
               divide first-letter-index by 5
                   giving first-letter-row
               divide second-letter-index by 5
                   giving second-letter-row
               compute hundred-km-north =
                   19 - first-letter-row * 5 - second-letter-row
               if hundred-km-east > 6 or hundred-km-north > 12
                       or hundred-km-north < 0
                   *> letters that fall off the British grid
                   goback
               end-if
               compute half-digit-count = digit-count / 2
               move 0 to easting-digits
               move 0 to northing-digits
               move squeezed-reference (3:half-digit-count)
                   to easting-digits
               move squeezed-reference (3 + half-digit-count:
                   half-digit-count) to northing-digits
               compute digit-scale = 10 ** (5 - half-digit-count)
               compute grid-easting = hundred-km-east * 100000
                   + easting-digits * digit-scale
               compute grid-northing = hundred-km-north * 100000
                   + northing-digits * digit-scale
               move "Y" to grid-reference-valid-flag
               perform work-out-atlas-squares
               goback
               .

       work-out-atlas-squares section.
           *> a 10km reference (one digit each way) places only the
           *> hectad; the tetrad and monad need at least 1km
           compute metres-into-square-east =
               grid-easting - hundred-km-east * 100000
           compute metres-into-square-north =
               grid-northing - hundred-km-north * 100000
           divide metres-into-square-east by 10000
               giving ten-km-east
           divide metres-into-square-north by 10000
               giving ten-km-north
           move squeezed-reference (1:2) to grid-hectad (1:2)
           move ten-km-east to grid-hectad (3:1)
           move ten-km-north to grid-hectad (4:1)
           if half-digit-count >= 2
               divide metres-into-square-east by 1000
                   giving one-km-east
               divide metres-into-square-north by 1000
                   giving one-km-north
               move squeezed-reference (1:2) to grid-monad (1:2)
               move one-km-east to grid-monad (3:2)
               move one-km-north to grid-monad (5:2)
               compute tetrad-column =
                   (one-km-east - ten-km-east * 10) / 2
               compute tetrad-row =
                   (one-km-north - ten-km-north * 10) / 2
               compute tetrad-letter-index =
                   tetrad-column * 5 + tetrad-row + 1
               move grid-hectad to grid-tetrad (1:4)
               move tetrad-letter-alphabet (tetrad-letter-index:1)
                   to grid-tetrad (5:1)
           end-if
           .

       find-grid-letter section.
           move 0 to found-letter-index
           perform varying scan-position from 1 by 1
                   until scan-position > 25
                       or found-letter-index not = 0
               if grid-letter-alphabet (scan-position:1)
                       = letter-to-find
                   move scan-position to found-letter-index
               end-if
           end-perform
           .
