       01 bankMatch-rec.
           *> the book side: P a payment, by its position in
           *> PAYMENT.DAT (that file is only ever added to), or R a
           *> refund, by its credit note number
           02 bmKey.
               03 bmKind pic x(01).
               03 bmRef pic 9(07).
           *> the bank line it arrived on; 0 when explained instead
           02 bmBankLine pic 9(06).
           *> A matched automatically, O paired by an operator, E
           *> explained without a bank line
           02 bmMatchType pic x(01).
           02 bmExplain pic x(30).
           02 bmDate pic 9(08).
           02 bmUser pic x(08).
