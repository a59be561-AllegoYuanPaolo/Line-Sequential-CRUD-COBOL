       01 svcPlan-rec.
           *> one prepaid plan sold on one car; car ids belong to a
           *> garage file, so the plan carries the file it was sold at
           02 spNumber pic 9(06).
           02 spPkgCode pic x(06).
           02 spCustNumber pic 9(06).
           02 spCarId pic 9(06).
           02 spGarage pic x(40).
           02 spSoldDate pic 9(08).
           02 spExpiry pic 9(08).
           02 spPrice pic 9(05)v99.
           02 spInvNumber pic 9(06).
           *> A active, U every visit used, X cancelled
           02 spStatus pic x(01).
           02 spUser pic x(08).
           *> one row per visit covered: the catalog job, the share
           *> of the price it carries (deferred until it is used),
           *> and the day, invoice and work order it was used on
           02 spVisitCount pic 9(02).
           02 spVisit occurs 12 times.
               03 spvJobCode pic x(08).
               03 spvValue pic 9(05)v99.
               03 spvUsedDate pic 9(08).
               03 spvInvNumber pic 9(06).
               03 spvWoNumber pic 9(06).
