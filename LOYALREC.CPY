       01 loyalty-rec.
           02 lyEntry pic 9(08).
           02 lyCustNumber pic 9(06).
           *> E earned on a paid invoice, R redeemed as a discount,
           *> V reversed by a credit note, X expired unused
           02 lyType pic x(01).
           02 lyDate pic 9(08).
           *> the invoice the points were earned on, redeemed
           *> against or reversed from
           02 lyInvNumber pic 9(06).
           02 lyPoints pic 9(07).
           *> on an earned entry only: what is left of the lot after
           *> redemptions, reversals and expiry, and the day it
           *> lapses - the oldest lot is always spent first
           02 lyRemaining pic 9(07).
           02 lyExpiry pic 9(08).
           02 lyUser pic x(08).
