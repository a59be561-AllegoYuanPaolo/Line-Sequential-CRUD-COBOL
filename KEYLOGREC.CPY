       01 keyLog-rec.
           02 klTagNumber pic 9(04).
           02 klGarage pic x(40).
           02 klCarId pic 9(06).
           *> A tag put on a vehicle, O signed out, I returned,
           *> F tag freed
           02 klAction pic x(01).
           02 klDate pic 9(08).
           02 klTime pic 9(04).
           02 klHolder pic x(20).
           02 klReason pic x(01).
           02 klUser pic x(08).
