       01 wClaim-rec.
           02 clmNumber pic 9(06).
           *> R recall campaign, W warranty comeback
           02 clmType pic x(01).
           *> campaign number on a recall claim, 0 on a warranty one
           02 clmRecallNumber pic 9(04).
           *> the SVCHIST.DAT line the claim is for
           02 clmSvcSeq pic 9(08).
           02 clmCarId pic 9(06).
           02 clmGarage pic x(40).
           02 clmVin pic x(17).
           02 clmRepairDate pic 9(08).
           02 clmOdometer pic 9(07).
           02 clmDescription pic x(30).
           02 clmLabourHours pic 9(03)v9.
           02 clmLabourAmount pic 9(07)v99.
           02 clmPartsAmount pic 9(07)v99.
           *> labour plus parts - what we ask the manufacturer for
           02 clmAmount pic 9(07)v99.
           02 clmDate pic 9(08).
           02 clmUser pic x(08).
           *> O raised, S sent on an extract, P paid in full,
           *> T part-paid, R rejected
           02 clmStatus pic x(01).
           02 clmBatch pic 9(06).
           02 clmSentDate pic 9(08).
           02 clmPaidAmount pic 9(07)v99.
           02 clmPaidDate pic 9(08).
           02 clmRejectReason pic x(30).
