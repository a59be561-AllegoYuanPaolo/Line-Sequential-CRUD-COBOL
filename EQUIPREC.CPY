       01 equip-rec.
           *> the asset number painted on the kit
           02 eqAsset pic x(08).
           *> the GARAGES.DAT code of the site it stands in, and
           *> the bay it serves; bay 0 for kit shared across the
           *> workshop
           02 eqGarage pic x(04).
           02 eqBay pic 9(02).
           *> L lift, T tyre machine, B brake tester, D diagnostic
           *> kit, O anything else; a lift out of use takes its
           *> bay out of booking
           02 eqType pic x(01).
           02 eqDescription pic x(30).
           02 eqPurchDate pic 9(08).
           02 eqCost pic 9(07)v99.
           *> days between inspections or calibrations, the last
           *> one passed and when the next falls due
           02 eqInterval pic 9(04).
           02 eqLastInsp pic 9(08).
           02 eqNextInsp pic 9(08).
           *> A in service, O out of service, D disposed of
           02 eqStatus pic x(01).
