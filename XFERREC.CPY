       01 partXfer-rec.
           02 xfNumber pic 9(06).
           02 xfPartNumber pic x(10).
           02 xfQty pic 9(05).
           02 xfFromGarage pic x(40).
           02 xfToGarage pic x(40).
           02 xfSentDate pic 9(08).
           02 xfSentBy pic x(08).
           *> T in transit - off the sending shelf, not yet on the
           *> receiving one; R booked in at the receiving site
           02 xfStatus pic x(01).
           02 xfReceivedDate pic 9(08).
           02 xfReceivedBy pic x(08).
           02 xfQtyReceived pic 9(05).
