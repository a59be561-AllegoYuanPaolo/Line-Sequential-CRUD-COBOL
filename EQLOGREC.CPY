       01 eqlog-rec.
           02 elAsset pic x(08).
           02 elDate pic 9(08).
           *> P passed, F failed, O taken out of service, D disposed
           *> of; only a pass puts the kit back in service
           02 elResult pic x(01).
           02 elInspector pic x(24).
           02 elNote pic x(40).
           02 elNextInsp pic 9(08).
           02 elUser pic x(08).
