       01 keeper-rec.
           02 kpNumber pic 9(06).
           *> what changed hands: S a car we sold to a customer,
           *> A a car we took in from one (a trade-in); one notice
           *> per car per day, so a re-keyed sale is not sent twice
           02 kpEvent.
               03 kpType pic x(01).
               03 kpGarage pic x(04).
               03 kpCarId pic 9(06).
               03 kpEventDate pic 9(08).
           02 kpVin pic x(17).
           02 kpRegMark pic x(10).
           02 kpOdometer pic 9(07).
           *> the private keeper on the other side of the deal
           02 kpCustNumber pic 9(06).
           02 kpSellerName pic x(24).
           02 kpSellerAddress pic x(40).
           02 kpBuyerName pic x(24).
           02 kpBuyerAddress pic x(40).
           *> Q queued, T in a submission file, N notified
           *> (accepted by the authority), R rejected
           02 kpStatus pic x(01).
           02 kpBatch pic 9(06).
           02 kpSubmitDate pic 9(08).
           02 kpAckDate pic 9(08).
           02 kpReason pic x(30).
           02 kpUser pic x(08).
