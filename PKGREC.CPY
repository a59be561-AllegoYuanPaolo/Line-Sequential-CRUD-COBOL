       01 package-rec.
           *> a prepaid maintenance package as sold over the counter:
           *> up to four catalog jobs, each with the number of visits
           *> it covers (twelve visits in all at most), the price
           *> before tax and how many months the plan runs from sale
           02 pkCode pic x(06).
           02 pkDescription pic x(30).
           02 pkPrice pic 9(05)v99.
           02 pkValidMonths pic 9(03).
           *> A on sale, I withdrawn - plans already sold still run
           02 pkActive pic x(01).
           02 pkJob occurs 4 times.
               03 pkJobCode pic x(08).
               03 pkVisits pic 9(02).
