       01 suppInv-rec.
           *> our own number for the bill; siSuppRef is the number
           *> printed on the supplier's paperwork
           02 siNumber pic 9(06).
           02 siSupplier pic 9(04).
           02 siSuppRef pic x(15).
           02 siPoNumber pic 9(06).
           02 siDate pic 9(08).
           02 siDueDate pic 9(08).
           02 siNet pic 9(07)v99.
           02 siTax pic 9(07)v99.
           02 siTotal pic 9(07)v99.
           *> H held - a line disagrees with what was ordered, what
           *> was received or the order price; A approved to pay;
           *> P paid
           02 siStatus pic x(01).
           02 siHoldReason pic x(30).
           02 siUser pic x(08).
           02 siApprovedBy pic x(08).
           02 siPaidDate pic 9(08).
           02 siPayRun pic 9(06).
