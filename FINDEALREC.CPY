       01 finDeal-rec.
           02 fdNumber pic 9(06).
           02 fdVehicle.
               03 fdGarage pic x(40).
               03 fdCarId pic 9(06).
           02 fdLenderCode pic x(06).
           02 fdCustNumber pic 9(06).
           02 fdSaleDate pic 9(08).
           02 fdSalePrice pic 9(07)v99.
           *> what the buyer put down themselves, what the lender
           *> advances, over how many months, and the reserve the
           *> lender pays us for placing the deal
           02 fdDeposit pic 9(07)v99.
           02 fdAmountFinanced pic 9(07)v99.
           02 fdTermMonths pic 9(03).
           02 fdReserve pic 9(07)v99.
           *> the funding receivable: advance plus reserve, owed by
           *> the lender until their payment arrives
           02 fdReceivable pic 9(07)v99.
           02 fdFundedAmount pic 9(07)v99.
           02 fdFundedDate pic 9(08).
           02 fdFundedRef pic x(20).
           *> U unfunded, F funded - receivable cleared, X deal
           *> cancelled before funding
           02 fdStatus pic x(01).
           02 fdUser pic x(08).
