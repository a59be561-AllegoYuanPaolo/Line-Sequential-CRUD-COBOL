       01 partUse-rec.
           02 puPartNumber pic x(10).
           02 puCarId pic 9(06).
           02 puDate pic 9(08).
           02 puQty pic 9(03).
           *> the invoice the part was billed on, 0 while unbilled;
           *> 999999 for a part fitted in reconditioning, charged to
           *> the car itself; issues recorded before parts were
           *> billed read back non-numeric and are never picked up
           02 puInvNumber pic 9(06).
           *> the price per unit at the moment of issue
           02 puUnitPrice pic 9(05)v99.
           *> the weighted average cost of the part when it came off
           *> the shelf - what the job cost us, as against what it
           *> was billed at
           02 puUnitCost pic 9(05)v99.
           *> the GARAGES.DAT code of the site it was issued at
           02 puGarage pic x(04).
