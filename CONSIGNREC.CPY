       01 consign-rec.
           02 cnNumber pic 9(06).
           *> the car being sold for its owner
           02 cnVehicle.
               03 cnGarage pic x(40).
               03 cnCarId pic 9(06).
           02 cnCustNumber pic 9(06).
           *> the least the owner will take, and our fee: F a flat
           *> amount, P a percentage of the sale price
           02 cnMinPrice pic 9(07)v99.
           02 cnFeeType pic x(01).
           02 cnFeeValue pic 9(05)v99.
           02 cnStartDate pic 9(08).
           02 cnEndDate pic 9(08).
           *> A on sale, S sold and settled - payout owed, P paid
           *> out to the owner, W withdrawn - car handed back
           02 cnStatus pic x(01).
           *> the settlement, fixed at the sale
           02 cnSalePrice pic 9(07)v99.
           02 cnSaleDate pic 9(08).
           02 cnFee pic 9(07)v99.
           02 cnRecon pic 9(07)v99.
           02 cnPayout pic s9(07)v99.
           02 cnPaidDate pic 9(08).
           *> C cheque, B bank transfer
           02 cnPaidMethod pic x(01).
           02 cnPaidRef pic x(20).
           02 cnUser pic x(08).
