       01 partStock-rec.
           *> one row per part per garage stores shelf, the garage
           *> being its data file name as everywhere else
           02 psKey.
               03 psGarage pic x(40).
               03 psPartNumber pic x(10).
           02 psOnHand pic 9(05).
           02 psReorderPoint pic 9(05).
