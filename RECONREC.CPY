       01 recon-rec.
           *> the internal work order the reconditioning is done on
           02 rcWoNumber pic 9(06).
           02 rcVehicle.
               03 rcGarage pic x(40).
               03 rcCarId pic 9(06).
           *> what we expect to spend getting the car saleable, and
           *> anything a supervisor has since agreed on top of it
           02 rcBudget pic 9(07)v99.
           02 rcExtra pic 9(07)v99.
           02 rcApprovedBy pic x(08).
           02 rcRaisedDate pic 9(08).
           02 rcStartDate pic 9(08).
           02 rcReadyDate pic 9(08).
           *> the spend when the car came out of reconditioning
           02 rcSpend pic 9(07)v99.
           *> A awaiting recon, I in recon, R ready for sale
           02 rcStatus pic x(01).
           02 rcUser pic x(08).
