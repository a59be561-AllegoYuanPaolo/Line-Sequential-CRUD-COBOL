       01 survey-rec.
           02 svNumber pic 9(06).
           *> what the customer is asked about: W a completed work
           *> order (ref is the order number), S a vehicle sale (ref
           *> is the car's record id at the selling site); one
           *> survey per event, so a rerun extract never sends twice
           02 svEvent.
               03 svType pic x(01).
               03 svGarage pic x(04).
               03 svRef pic 9(06).
               03 svEventDate pic 9(08).
           02 svCustNumber pic 9(06).
           *> who the score counts against: the technician on a
           *> work order, the salesperson's login on a sale
           02 svTechNumber pic 9(04).
           02 svSalesperson pic x(08).
           02 svSentDate pic 9(08).
           *> S sent and waiting, R score returned, C detractor
           *> called back
           02 svStatus pic x(01).
           *> 0 to 10, as the survey company returns it
           02 svScore pic 9(02).
           02 svComment pic x(60).
           02 svScoredDate pic 9(08).
           02 svCallUser pic x(08).
           02 svCallDate pic 9(08).
           02 svCallNote pic x(40).
