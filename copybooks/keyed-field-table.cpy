      *> where each keyed field sits on a bird-trans.txt line -
      *> position, length and the name a difference is listed under.
      *> Field 00 stands for a whole line keyed on one side only.
      *> Shared by DoubleKeyCompare and DoubleKeyDecisions so a
      *> settled value goes back exactly where it was compared
       78  KEYED-FIELD-COUNT       value 12.
       01  keyed-field-values.
           05  filler pic X(21) value "00101TRANSACTION CODE".
           05  filler pic X(21) value "00306RECORD KEY      ".
           05  filler pic X(21) value "01010SIGHTING DATE   ".
           05  filler pic X(21) value "02116COMMON NAME     ".
           05  filler pic X(21) value "03824SCIENTIFIC NAME ".
           05  filler pic X(21) value "06304BIRD COUNT      ".
           05  filler pic X(21) value "06802VOID REASON     ".
           05  filler pic X(21) value "07104OBSERVER        ".
           05  filler pic X(21) value "07604SITE CODE       ".
           05  filler pic X(21) value "08101DELETE MODE     ".
           05  filler pic X(21) value "08302BREEDING CODE   ".
           05  filler pic X(21) value "08610GRID REFERENCE  ".
       01  filler redefines keyed-field-values.
           05  keyed-field-entry       occurs KEYED-FIELD-COUNT
                                        indexed by keyed-field-index.
               10  kft-position        pic 9(3).
               10  kft-length          pic 9(2).
               10  kft-field-name      pic X(16).
