       01 bankLine-rec.
           02 blNumber pic 9(06).
           02 blDate pic 9(08).
           *> money in positive, money out (refunds, charges)
           *> negative, as the bank shows it
           02 blAmount pic s9(07)v99.
           *> C cash lodgement, D card settlement, T transfer, O
           *> anything the statement does not tell us
           02 blMethod pic x(01).
           02 blBankType pic x(08).
           02 blReference pic x(30).
           02 blLoadDate pic 9(08).
           *> U unmatched, M matched automatically, O paired by an
           *> operator, E explained without a book entry
           02 blStatus pic x(01).
           02 blExplain pic x(30).
           02 blUser pic x(08).
