       01 estimate-rec.
           02 estNumber pic 9(06).
           02 estCustNumber pic 9(06).
           02 estCarId pic 9(06).
           02 estGarage pic x(40).
           02 estDate pic 9(08).
           02 estValidUntil pic 9(08).
           02 estNet pic 9(07)v99.
           02 estTax pic 9(07)v99.
           02 estTotal pic 9(07)v99.
           *> O open, A accepted, D declined
           02 estStatus pic x(01).
           02 estDecisionDate pic 9(08).
           02 estUser pic x(08).
           *> where an accepted estimate went: the appointment it
           *> was booked as, the work order it became at check-in,
           *> and the invoice it finally came to - 0 until each
           *> step happens
           02 estApptNumber pic 9(06).
           02 estWoNumber pic 9(06).
           02 estInvNumber pic 9(06).
           02 estInvTotal pic 9(07)v99.
