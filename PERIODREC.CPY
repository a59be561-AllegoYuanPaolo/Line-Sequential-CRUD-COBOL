       01 period-rec.
           02 perMonth pic 9(06).
           *> C closed to posting, O open (a month never closed has
           *> no record and is open)
           02 perStatus pic x(01).
           02 perClosedBy pic x(08).
           02 perClosedDate pic 9(08).
           02 perReopenedBy pic x(08).
           02 perReopenedDate pic 9(08).
           02 perReopenReason pic x(30).
