      *> shared club-membership layout - one record per paying member
      *> on membership.dat, keyed on the observer it belongs to and
      *> tied to the customer master so the subscription is billed
      *> through the accounts system like any other debit.  Kept by
      *> MembershipMaintenance, billed by SubscriptionRenewal; copied
      *> into every program that reads or writes the file so the
      *> physical layout can't drift
           05  mbr-observer-id         pic 9(4).
           05  filler                  pic X.
      *> ties to customer-data.dat's key - the subscription is drawn
      *> from this customer's account; zero for a member billed on
      *> paper
           05  mbr-customer-number     pic 9(6).
           05  filler                  pic X.
           05  mbr-membership-type     pic X.
               88  mbr-ordinary            value "O".
               88  mbr-family              value "F".
               88  mbr-junior              value "J".
               88  mbr-life                value "L".
               88  mbr-type-valid          value "O" "F" "J" "L".
           05  filler                  pic X.
           05  mbr-annual-rate         pic 9(5)V9(2).
           05  filler                  pic X.
      *> when the next subscription falls due (CCYYMMDD)
           05  mbr-renewal-date        pic 9(8).
           05  filler                  pic X.
      *> the date membership is paid up to - past this, and past the
      *> grace MembershipLapseCheck allows, the member has lapsed
           05  mbr-paid-to-date        pic 9(8).
           05  filler                  pic X.
           05  mbr-billing-method      pic X.
               88  mbr-bill-by-account     value "A".
               88  mbr-bill-by-invoice     value "I".
               88  mbr-billing-valid       value "A" "I".
           05  filler                  pic X.
      *> the subscription last raised and not yet seen paid - the
      *> account it was drawn on (zero for an invoice), the amount,
      *> the day it was raised and the date it pays membership to
           05  mbr-billing-status      pic X.
               88  mbr-nothing-outstanding value " " "N".
               88  mbr-payment-outstanding value "R".
           05  filler                  pic X.
           05  mbr-billed-account      pic 9(6).
           05  filler                  pic X.
           05  mbr-billed-amount       pic 9(5)V9(2).
           05  filler                  pic X.
           05  mbr-billed-date         pic 9(8).
           05  filler                  pic X.
           05  mbr-billed-paid-to-date pic 9(8).
