       01 estLine-rec.
           02 elEstNumber pic 9(06).
           *> J flat-rate job off the catalog, P part
           02 elType pic x(01).
           02 elCode pic x(10).
           02 elDescription pic x(30).
           02 elQty pic 9(05).
           02 elUnitPrice pic 9(05)v99.
           02 elNet pic 9(07)v99.
           *> the catalog's book hours for a job line
           02 elHours pic 9(02)v9.
