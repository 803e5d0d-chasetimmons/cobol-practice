       input-output section.
           select ledger-mapping-data assign "gl-mapping.txt"
               organization sequential
               file status mapping-file-status-code.

           select interest-journal-data assign "interest-journal.txt"
               organization sequential
               file status journal-file-status-code.

           select payroll-run-log-data assign "payroll-run-log.txt"
               organization sequential
               file status run-log-file-status-code.

           select ledger-posting-data assign "gl-postings.txt"
               organization sequential
               file status ledger-file-status-code.

       file section.
       FD  ledger-mapping-data.    *> the chart-of-accounts mapping the
                                    *> bookkeeper keeps - one line per
                                    *> journal posting type and per
                                    *> pay element
       01  ledger-mapping-record.
           05  gmp-source              pic X.
               88  gmp-journal-type        value "J".
               88  gmp-pay-element         value "P".
           05  filler                  pic X.
      *> a journal posting type in the first byte, or a pay element:
      *> GROS gross pay, TAX tax, PENS pension, ODED other
      *> deductions, EXPS staff expenses paid back, NET net pay to
      *> bank
           05  gmp-element             pic X(4).
           05  filler                  pic X.
      *> for a journal type, the pair for money INTO the customer's
      *> account - money out posts the other way round.  A pay
      *> element uses the debit account for GROS and EXPS and the
      *> credit account for the rest
           05  gmp-debit-account       pic X(8).
           05  filler                  pic X.
           05  gmp-credit-account      pic X(8).

       FD  interest-journal-data.    *> every balance movement
       01  interest-journal-record.
           05  jnl-account-number      pic 9(6).
           05  filler                  pic X.
           05  jnl-posting-type        pic X.
           05  filler                  pic X.
           05  jnl-posting-date        pic 9(8).
           05  filler                  pic X.
           05  jnl-rate-applied        pic 9V9(4).
           05  filler                  pic X.
           05  jnl-posting-amount      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  jnl-balance-before      pic S9(7)V9(2)
                                           sign leading separate.
           05  filler                  pic X.
           05  jnl-balance-after       pic S9(7)V9(2)
                                           sign leading separate.

       FD  payroll-run-log-data.    *> one control record per pay run
       01  payroll-run-log-record.
           copy payroll-run-log-record.

       FD  ledger-posting-data.    *> the interchange file the
                                    *> accounting package imports
                                    *> whole - header, one detail per
                                    *> ledger line, count-and-hash
                                    *> trailer
       01  ledger-posting-record.
           05  glp-record-type         pic X.
               88  glp-header-record       value "H".
               88  glp-detail-record       value "D".
               88  glp-trailer-record      value "T".
           05  filler                  pic X.
           05  glp-record-body         pic X(58).
       01  glp-header-layout redefines ledger-posting-record.
           05  filler                  pic X(2).
           05  glph-source-system      pic X(8).
           05  filler                  pic X.
           05  glph-run-date           pic 9(8).
           05  filler                  pic X.
           05  glph-period-kind        pic X.
           05  filler                  pic X.
           05  glph-period-from        pic 9(8).
           05  filler                  pic X.
           05  glph-period-to          pic 9(8).
           05  filler                  pic X(21).
       01  glp-detail-layout redefines ledger-posting-record.
           05  filler                  pic X(2).
           05  glpd-ledger-account     pic X(8).
           05  filler                  pic X.
           05  glpd-debit-credit       pic X.
           05  filler                  pic X.
           05  glpd-amount             pic 9(9)V9(2).
           05  filler                  pic X.
           05  glpd-posting-date       pic 9(8).
           05  filler                  pic X.
           05  glpd-source             pic X.
           05  filler                  pic X.
           05  glpd-element            pic X(4).
           05  filler                  pic X(20).
       01  glp-trailer-layout redefines ledger-posting-record.
           05  filler                  pic X(2).
           05  glpt-record-count       pic 9(6).
           05  filler                  pic X.
           05  glpt-amount-hash        pic 9(11)V9(2).
           05  filler                  pic X.
           05  glpt-debit-total        pic 9(11)V9(2).
           05  filler                  pic X.
           05  glpt-credit-total       pic 9(11)V9(2).
           05  filler                  pic X(10).

       working-storage section.
      *> the journal is summarised by posting type over the day or
      *> month asked for - money into customers' accounts and money
      *> out of them totalled apart, so a reversal shows as one.
      *> Each pay run in the period gives one compound entry: gross
      *> pay debited, tax, pension, other deductions and net pay to
      *> bank credited.  Either side out of balance stops the run
      *> before the interchange file is written, and a posting type
      *> or pay element with money but no ledger account is listed
      *> and left out rather than lost quietly
       78  LEDGER-SOURCE-SYSTEM    value "ACCOUNTS".
       78  MAX-LEDGER-MAPPINGS     value 60.
       78  MAX-JOURNAL-TYPES       value 40.
       78  MAX-LEDGER-LINES        value 200.
       01  ledger-mapping-table.
           05  ledger-mapping-entry    occurs MAX-LEDGER-MAPPINGS
                                        indexed by mapping-index.
               10  lmt-source          pic X.
               10  lmt-element         pic X(4).
               10  lmt-debit-account   pic X(8).
               10  lmt-credit-account  pic X(8).
       01  ledger-mapping-count    pic 9(2) value 0.

       01  journal-type-table.
           05  journal-type-entry      occurs MAX-JOURNAL-TYPES
                                        indexed by type-index.
               10  jtt-posting-type    pic X.
               10  jtt-money-in        pic 9(11)V9(2).
               10  jtt-money-out       pic 9(11)V9(2).
       01  journal-type-count      pic 9(2) value 0.
       01  found-type-index        pic 9(2).

       01  ledger-line-table.
           05  ledger-line-entry       occurs MAX-LEDGER-LINES
                                        indexed by line-index.
               10  llt-ledger-account  pic X(8).
               10  llt-debit-credit    pic X.
               10  llt-amount          pic 9(9)V9(2).
               10  llt-posting-date    pic 9(8).
               10  llt-source          pic X.
               10  llt-element         pic X(4).
       01  ledger-line-count       pic 9(3) value 0.

       01  end-of-file             pic 9.
       01  mapping-file-status-code.
           05  mapping-status-key-1 pic X.
           05  mapping-status-key-2 pic X.
       01  journal-file-status-code.
           05  journal-status-key-1 pic X.
           05  journal-status-key-2 pic X.
       01  run-log-file-status-code.
           05  run-log-status-key-1 pic X.
           05  run-log-status-key-2 pic X.
       01  ledger-file-status-code.
           05  ledger-status-key-1 pic X.
           05  ledger-status-key-2 pic X.

       01  run-date-today          pic 9(8).
       01  period-kind             pic X.
           88  period-is-day           value "D" "d".
           88  period-is-month         value "M" "m".
       01  period-asked            pic 9(8).
       01  period-from-date        pic 9(8).
       01  period-to-date          pic 9(8).
       01  period-month            pic 9(6).
       01  period-following-month  pic 9(6).
       01  period-following-year   pic 9(4).
       01  period-following-mm     pic 9(2).

       01  wanted-source           pic X.
       01  wanted-element          pic X(4).
       01  found-mapping-index     pic 9(2).
       01  line-account            pic X(8).
       01  line-debit-credit       pic X.
       01  line-amount             pic 9(11)V9(2).
       01  line-posting-date       pic 9(8).
       01  other-deductions        pic S9(8)V9(2).
       01  expenses-reimbursed     pic 9(8)V9(2).
       01  pension-deductions      pic 9(8)V9(2).

       01  journal-debit-total     pic 9(11)V9(2) value 0.
       01  journal-credit-total    pic 9(11)V9(2) value 0.
       01  pay-debit-total         pic 9(11)V9(2) value 0.
       01  pay-credit-total        pic 9(11)V9(2) value 0.
       01  pay-runs-posted         pic 9(3) value 0.
       01  mapping-gaps            pic 9(3) value 0.
       01  detail-records-written  pic 9(6) value 0.
       01  detail-amount-hash      pic 9(11)V9(2) value 0.

       copy run-control-fields.
       01  batch-program-name pic X(20) value "LedgerPostingRun".

       procedure division.
           copy run-banner.
           move function current-date (1:8) to run-date-today
           perform ask-ledger-period
           perform load-ledger-mapping
           perform summarise-journal
           perform post-journal-types
           perform post-pay-runs
           perform check-sides-balance
           perform write-ledger-interchange
           display detail-records-written " ledger lines for "
               period-from-date " to " period-to-date
               " on gl-postings.txt - journal " journal-debit-total
               ", pay " pay-debit-total " (" pay-runs-posted
               " pay runs)"
           if mapping-gaps > 0
               display mapping-gaps " posting types or pay elements "
                   "have no ledger account - add them to "
                   "gl-mapping.txt and re-run"
               move 4 to return-code
           end-if
           perform write-run-control-end
           goback
           .

       ask-ledger-period section.
           *> the daily run posts one day; the month-end run posts the
           *> whole month in one go for a bookkeeper who imports
           *> monthly - a shop uses one or the other, not both
           display "Ledger period - D for a day, M for a month?"
           accept period-kind
           if period-is-month
               display "Month (CCYYMM)?"
               accept period-month
               compute period-from-date = period-month * 100 + 1
               divide period-month by 100
                   giving period-following-year
                   remainder period-following-mm
               if period-following-mm = 12
                   compute period-following-month =
                       (period-following-year + 1) * 100 + 1
               else
                   compute period-following-month = period-month + 1
               end-if
               compute period-asked =
                   period-following-month * 100 + 1
               if function test-date-yyyymmdd (period-from-date)
                       not = 0
                   display period-month " is not a valid month - "
                       "no ledger postings produced"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               compute period-to-date = function date-of-integer
                   (function integer-of-date (period-asked) - 1)
           else
               move "D" to period-kind
               display "Posting date (CCYYMMDD)?"
               accept period-asked
               if function test-date-yyyymmdd (period-asked) not = 0
                   display period-asked " is not a valid date - "
                       "no ledger postings produced"
                   move 16 to return-code
                   perform write-run-control-end
                   stop run
               end-if
               move period-asked to period-from-date
               move period-asked to period-to-date
           end-if
           .

       load-ledger-mapping section.
           open input ledger-mapping-data
           if mapping-status-key-1 not = "0"
               display "No gl-mapping.txt - status "
                   mapping-file-status-code
                   " - no ledger postings produced"
               move 16 to return-code
               close ledger-mapping-data
               perform write-run-control-end
               stop run
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read ledger-mapping-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       perform hold-one-mapping
               end-read
           end-perform
           close ledger-mapping-data
           .

       hold-one-mapping section.
           if ledger-mapping-count >= MAX-LEDGER-MAPPINGS
               display "Ledger mapping table is full at "
                   MAX-LEDGER-MAPPINGS " - raise the limit and re-run"
               move 16 to return-code
               close ledger-mapping-data
               perform write-run-control-end
               stop run
           end-if
           add 1 to ledger-mapping-count
           move gmp-source to lmt-source (ledger-mapping-count)
           move function upper-case (gmp-element)
               to lmt-element (ledger-mapping-count)
           move gmp-debit-account
               to lmt-debit-account (ledger-mapping-count)
           move gmp-credit-account
               to lmt-credit-account (ledger-mapping-count)
           .

       summarise-journal section.
           open input interest-journal-data
           if journal-status-key-1 not = "0"
               display "No interest-journal.txt - status "
                   journal-file-status-code " - pay runs only"
               close interest-journal-data
               exit section
           end-if
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read interest-journal-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if jnl-posting-date >= period-from-date
                               and jnl-posting-date <= period-to-date
                           add 1 to rcl-records-read
                           perform tally-one-journal-posting
                       end-if
               end-read
           end-perform
           close interest-journal-data
           .

       tally-one-journal-posting section.
           move 0 to found-type-index
           perform varying type-index from 1 by 1
                   until type-index > journal-type-count
                       or found-type-index > 0
               if jtt-posting-type (type-index) = jnl-posting-type
                   set found-type-index to type-index
               end-if
           end-perform
           if found-type-index = 0
               if journal-type-count >= MAX-JOURNAL-TYPES
                   display "Journal type table is full at "
                       MAX-JOURNAL-TYPES
                       " - raise the limit and re-run"
                   move 16 to return-code
                   close interest-journal-data
                   perform write-run-control-end
                   stop run
               end-if
               add 1 to journal-type-count
               move journal-type-count to found-type-index
               move jnl-posting-type
                   to jtt-posting-type (found-type-index)
               move 0 to jtt-money-in (found-type-index)
               move 0 to jtt-money-out (found-type-index)
           end-if
           if jnl-posting-amount > 0
               add jnl-posting-amount
                   to jtt-money-in (found-type-index)
           else
               subtract jnl-posting-amount
                   from jtt-money-out (found-type-index)
           end-if
           .

       post-journal-types section.
           move period-to-date to line-posting-date
           move "J" to wanted-source
           perform varying type-index from 1 by 1
                   until type-index > journal-type-count
               perform post-one-journal-type
           end-perform
           .

       post-one-journal-type section.
           *> zero-amount markers move no money and need no account
           if jtt-money-in (type-index) = 0
                   and jtt-money-out (type-index) = 0
               exit section
           end-if
           move spaces to wanted-element
           move jtt-posting-type (type-index) to wanted-element (1:1)
           perform find-ledger-mapping
           if found-mapping-index = 0
                   or lmt-debit-account (found-mapping-index) = spaces
                   or lmt-credit-account (found-mapping-index)
                       = spaces
               add 1 to mapping-gaps
               display "MAPPING GAP - journal type "
                   jtt-posting-type (type-index) " in "
                   jtt-money-in (type-index) " out "
                   jtt-money-out (type-index)
                   " has no ledger account pair - not posted"
               exit section
           end-if
           if jtt-money-in (type-index) > 0
               move jtt-money-in (type-index) to line-amount
               move lmt-debit-account (found-mapping-index)
                   to line-account
               move "D" to line-debit-credit
               perform add-ledger-line
               add line-amount to journal-debit-total
               move lmt-credit-account (found-mapping-index)
                   to line-account
               move "C" to line-debit-credit
               perform add-ledger-line
               add line-amount to journal-credit-total
           end-if
           if jtt-money-out (type-index) > 0
               move jtt-money-out (type-index) to line-amount
               move lmt-credit-account (found-mapping-index)
                   to line-account
               move "D" to line-debit-credit
               perform add-ledger-line
               add line-amount to journal-debit-total
               move lmt-debit-account (found-mapping-index)
                   to line-account
               move "C" to line-debit-credit
               perform add-ledger-line
               add line-amount to journal-credit-total
           end-if
           .

       post-pay-runs section.
           open input payroll-run-log-data
           if run-log-status-key-1 not = "0"
               close payroll-run-log-data
               exit section
           end-if
           move "P" to wanted-source
           set end-of-file to 1 *> FALSE
           perform until end-of-file = 0 *> TRUE
               read payroll-run-log-data
                   at end
                       set end-of-file to 0 *> TRUE
                   not at end
                       if prl-run-date >= period-from-date
                               and prl-run-date <= period-to-date
                           add 1 to rcl-records-read
                           perform post-one-pay-run
                       end-if
               end-read
           end-perform
           close payroll-run-log-data
           .

       post-one-pay-run section.
           add 1 to pay-runs-posted
           move prl-run-date to line-posting-date
           if prl-pension-total is numeric
               move prl-pension-total to pension-deductions
           else
               move 0 to pension-deductions
           end-if
           compute other-deductions =
               prl-deduction-total - pension-deductions
           *> expenses go out inside the net, so they are charged to
           *> the expense account alongside the wages
           if prl-expenses-total is numeric
               move prl-expenses-total to expenses-reimbursed
           else
               move 0 to expenses-reimbursed
           end-if
           move "GROS" to wanted-element
           move prl-gross-total to line-amount
           move "D" to line-debit-credit
           perform post-one-pay-element
           move "EXPS" to wanted-element
           move expenses-reimbursed to line-amount
           perform post-one-pay-element
           move "C" to line-debit-credit
           move "TAX " to wanted-element
           move prl-tax-total to line-amount
           perform post-one-pay-element
           move "PENS" to wanted-element
           move pension-deductions to line-amount
           perform post-one-pay-element
           move "ODED" to wanted-element
           move other-deductions to line-amount
           perform post-one-pay-element
           move "NET " to wanted-element
           move prl-net-total to line-amount
           perform post-one-pay-element
           .

       post-one-pay-element section.
           if line-amount = 0
               exit section
           end-if
           perform find-ledger-mapping
           move spaces to line-account
           if found-mapping-index > 0
               if line-debit-credit = "D"
                   move lmt-debit-account (found-mapping-index)
                       to line-account
               else
                   move lmt-credit-account (found-mapping-index)
                       to line-account
               end-if
           end-if
           if line-account = spaces
               add 1 to mapping-gaps
               display "MAPPING GAP - pay element " wanted-element
                   " of run " prl-run-date " (" line-amount
                   ") has no ledger account - not posted"
               exit section
           end-if
           perform add-ledger-line
           if line-debit-credit = "D"
               add line-amount to pay-debit-total
           else
               add line-amount to pay-credit-total
           end-if
           .

       find-ledger-mapping section.
           move 0 to found-mapping-index
           perform varying mapping-index from 1 by 1
                   until mapping-index > ledger-mapping-count
                       or found-mapping-index > 0
               if lmt-source (mapping-index) = wanted-source
                       and lmt-element (mapping-index)
                           = wanted-element
                   set found-mapping-index to mapping-index
               end-if
           end-perform
           .

       add-ledger-line section.
           if ledger-line-count >= MAX-LEDGER-LINES
               display "Ledger line table is full at "
                   MAX-LEDGER-LINES " - raise the limit and re-run"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           add 1 to ledger-line-count
           move line-account to llt-ledger-account (ledger-line-count)
           move line-debit-credit
               to llt-debit-credit (ledger-line-count)
           move line-amount to llt-amount (ledger-line-count)
           move line-posting-date
               to llt-posting-date (ledger-line-count)
           move wanted-source to llt-source (ledger-line-count)
           move wanted-element to llt-element (ledger-line-count)
           .

       check-sides-balance section.
           *> the journal side balances by construction unless the
           *> table has been tampered with; the pay side only if the
           *> run log's gross and expenses equal its tax, deductions
           *> and net.  The accounting package must never be given
           *> half an entry
           if journal-debit-total not = journal-credit-total
               display "JOURNAL SIDE DOES NOT BALANCE - debits "
                   journal-debit-total " credits "
                   journal-credit-total
                   " - no ledger postings produced"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           if pay-debit-total not = pay-credit-total
               display "PAY SIDE DOES NOT BALANCE - debits "
                   pay-debit-total " credits " pay-credit-total
                   " - no ledger postings produced"
               move 16 to return-code
               perform write-run-control-end
               stop run
           end-if
           .

       write-ledger-interchange section.
           open output ledger-posting-data
           move spaces to ledger-posting-record
           move "H" to glp-record-type
           move LEDGER-SOURCE-SYSTEM to glph-source-system
           move run-date-today to glph-run-date
           move period-kind to glph-period-kind
           move period-from-date to glph-period-from
           move period-to-date to glph-period-to
           write ledger-posting-record
           perform varying line-index from 1 by 1
                   until line-index > ledger-line-count
               move spaces to ledger-posting-record
               move "D" to glp-record-type
               move llt-ledger-account (line-index)
                   to glpd-ledger-account
               move llt-debit-credit (line-index) to glpd-debit-credit
               move llt-amount (line-index) to glpd-amount
               move llt-posting-date (line-index)
                   to glpd-posting-date
               move llt-source (line-index) to glpd-source
               move llt-element (line-index) to glpd-element
               write ledger-posting-record
               add 1 to detail-records-written
               add llt-amount (line-index) to detail-amount-hash
           end-perform
           move spaces to ledger-posting-record
           move "T" to glp-record-type
           move detail-records-written to glpt-record-count
           move detail-amount-hash to glpt-amount-hash
           compute glpt-debit-total =
               journal-debit-total + pay-debit-total
           compute glpt-credit-total =
               journal-credit-total + pay-credit-total
           write ledger-posting-record
           close ledger-posting-data
           .

       write-run-control-end section.
           move "E" to rcl-run-action
           move return-code to rcl-return-code
           move detail-records-written to rcl-records-written
           move mapping-gaps to rcl-records-rejected
           call "RunControlLogger"
               using by reference batch-program-name
                     by reference rcl-run-action
                     by reference rcl-records-read
                     by reference rcl-records-written
                     by reference rcl-records-rejected
                     by reference rcl-return-code
           .
