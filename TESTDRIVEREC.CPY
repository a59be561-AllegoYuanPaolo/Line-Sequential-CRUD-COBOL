       01 testDrive-rec.
           02 tdNumber pic 9(06).
           02 tdVehicle.
               03 tdGarage pic x(40).
               03 tdCarId pic 9(06).
           02 tdCustNumber pic 9(06).
           *> the driver's licence, seen before the keys go out
           02 tdLicence pic x(16).
           02 tdLicenceExpiry pic 9(08).
           *> the login that sent the car out - the salesperson
           02 tdSalesperson pic x(08).
           02 tdOutDate pic 9(08).
           02 tdOutTime pic 9(04).
           02 tdBackDate pic 9(08).
           02 tdBackTime pic 9(04).
           *> the car record's mileage when the drive started, so a
           *> start reading that does not agree with it shows up
           02 tdCarMileage pic 9(07).
           02 tdStartOdo pic 9(07).
           02 tdEndOdo pic 9(07).
           *> O out on the road, C back
           02 tdStatus pic x(01).
