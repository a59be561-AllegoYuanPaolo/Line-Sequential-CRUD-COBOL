       01 tyre-rec.
           02 tyNumber pic 9(06).
           02 tyCustNumber pic 9(06).
           02 tyCarId pic 9(06).
           02 tyGarage pic x(40).
           *> S summer set, W winter set
           02 tySetType pic x(01).
           02 tySize pic x(16).
           02 tyBrand pic x(16).
           *> tread depth in mm, front left, front right, rear
           *> left, rear right, as measured when the set came in
           02 tyTread pic 9(02)v9 occurs 4 times.
           02 tyRack pic x(08).
           02 tyDateIn pic 9(08).
           *> S in store, B swap booked, R handed back on the car
           02 tyStatus pic x(01).
           *> the appointment the swap is booked on, and the last
           *> season the storage was invoiced for (YYYY then S
           *> summer or W winter)
           02 tySwapAppt pic 9(06).
           02 tyChargedSeason pic x(05).
           02 tyChargedInv pic 9(06).
           02 tyDateOut pic 9(08).
