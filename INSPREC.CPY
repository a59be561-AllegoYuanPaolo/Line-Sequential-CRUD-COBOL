       01 insp-rec.
           02 inKey.
               03 inWoNumber pic 9(06).
               03 inSeq pic 9(02).
           02 inCarId pic 9(06).
           02 inCustNumber pic 9(06).
           02 inDate pic 9(08).
           *> copied from the checklist so the sheet still reads
           *> right after the checklist is changed
           02 inItemCode pic x(04).
           02 inItemDesc pic x(24).
           *> G green - fine, A amber - due soon, R red - needs
           *> doing now
           02 inRating pic x(01).
           02 inValue pic 9(03)v9.
           02 inUnit pic x(06).
           02 inNote pic x(30).
           *> on an amber or red item: W the customer had the work
           *> done on this visit, D declined it
           02 inAction pic x(01).
           *> declined work's follow-up: O still to chase, C the
           *> customer has been called, F fixed since (closed by a
           *> later green or approved finding on the same item)
           02 inFollow pic x(01).
           02 inFollowDate pic 9(08).
           02 inFollowNote pic x(30).
           02 inUser pic x(08).
