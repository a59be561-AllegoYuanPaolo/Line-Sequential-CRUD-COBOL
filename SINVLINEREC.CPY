       01 suppInvLine-rec.
           02 silSinvNumber pic 9(06).
           02 silPoNumber pic 9(06).
           02 silPartNumber pic x(10).
           02 silQty pic 9(05).
           02 silUnitCost pic 9(05)v99.
           02 silNet pic 9(07)v99.
           *> the PO line as it stood when the bill was matched
           02 silQtyOrdered pic 9(05).
           02 silQtyReceived pic 9(05).
           02 silPoUnitCost pic 9(05)v99.
           *> M matched, Q quantity over what was ordered or
           *> received, P price off the order, B both
           02 silMatch pic x(01).
