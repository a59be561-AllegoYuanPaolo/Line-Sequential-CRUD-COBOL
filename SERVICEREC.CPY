           02 svcDescription pic x(30).
           02 svcCost pic 9(05)v99.
           02 svcCarId pic 9(06).
           *> the invoice the line was billed on, 0 while unbilled;
           *> 999999 marks reconditioning work charged to the car
           *> itself, which no invoice ever picks up
           02 svcInvoiceNumber pic 9(06).
           02 svcOdometer pic 9(07).
           *> who did the work; 0 when no technician was assigned
