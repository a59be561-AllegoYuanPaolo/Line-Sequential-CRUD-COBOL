           02 apptSlot pic 9(02).
           02 apptStatus pic x(01).
           02 apptGarage pic x(40).
           *> the catalog job the booking is for and its book hours,
           *> weighed against the technician hours the site has on
           *> the day; older bookings read back non-numeric
           02 apptJobCode pic x(08).
           02 apptHours pic 9(02)v9.
