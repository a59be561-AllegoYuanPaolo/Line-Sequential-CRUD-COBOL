       01 part-rec.
           02 partNumber pic x(10).
           02 partDescription pic x(30).
           *> the whole business's stock, in transit between sites
           *> included; each site's own shelf and reorder point are
           *> in PARTSTOCK.DAT, and partReorderPoint is the starting
           *> point given to a site the first time it stocks the part
           02 partOnHand pic 9(05).
           02 partReorderPoint pic 9(05).
           02 partUnitCost pic 9(05)v99.
           *> from the supplier's own price file: their list price,
           *> what they now charge us (the next order's cost - the
           *> average above only moves as stock is received), whose
           *> file it came from and when; a superseded part names
           *> its replacement and is no longer ordered
           02 partListPrice pic 9(05)v99.
           02 partSuppCost pic 9(05)v99.
           02 partSuppNumber pic 9(04).
           02 partPriceDate pic 9(08).
           02 partSupersededBy pic x(10).
           *> the waste the part leaves behind when it is fitted: a
           *> category from the waste register's list and how much
           *> of it each unit issued generates (litres of oil, one
           *> battery, one tyre); spaces for a part that leaves none
           02 partWasteCat pic x(02).
           02 partWastePerUnit pic 9(03)v99.
