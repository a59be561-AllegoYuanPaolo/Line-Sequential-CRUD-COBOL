       01 waste-rec.
           *> one line per movement of waste at a site: G generated
           *> by a part fitted, C collected by a licensed carrier
           *> against a consignment note; on site is everything
           *> generated less everything collected
           02 wrGarage pic x(04).
           02 wrCategory pic x(02).
           02 wrType pic x(01).
           02 wrDate pic 9(08).
           02 wrQty pic 9(05)v99.
           *> generated: the part issued and the car it went on
           02 wrPartNumber pic x(10).
           02 wrCarId pic 9(06).
           *> collected: the consignment note and who took it away
           02 wrNoteRef pic x(12).
           02 wrCarrier pic x(24).
           02 wrLicence pic x(16).
           02 wrUser pic x(08).
