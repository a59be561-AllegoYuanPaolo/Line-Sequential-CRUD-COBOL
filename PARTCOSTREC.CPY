       01 partCost-rec.
           02 pcPartNumber pic x(10).
           02 pcDate pic 9(08).
           02 pcTime pic 9(06).
           *> OPENING the part set up, RECEIPT stock received at the
           *> counter, PO received against a purchase order, MANUAL
           *> a supervisor's correction
           02 pcSource pic x(08).
           02 pcQtyBefore pic 9(05).
           02 pcOldCost pic 9(05)v99.
           02 pcQtyIn pic 9(05).
           02 pcInCost pic 9(05)v99.
           02 pcNewCost pic 9(05)v99.
           02 pcUser pic x(08).
