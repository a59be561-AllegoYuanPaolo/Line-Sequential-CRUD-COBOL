       01 keyTag-rec.
           02 ktTagNumber pic 9(04).
           *> the vehicle the tag is on; spaces and 0 while the tag
           *> is free in the drawer
           02 ktVehicle.
               03 ktGarage pic x(40).
               03 ktCarId pic 9(06).
           *> I key in the cabinet, O signed out, F tag free
           02 ktStatus pic x(01).
           02 ktAssignedDate pic 9(08).
           *> while signed out: who has it and why - T test drive,
           *> R road test, V valeting, M moving it, L courtesy loan
           02 ktHolder pic x(20).
           02 ktReason pic x(01).
           02 ktOutDate pic 9(08).
           02 ktOutTime pic 9(04).
           02 ktOutUser pic x(08).
