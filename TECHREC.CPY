           02 techNumber pic 9(04).
           02 techName pic x(24).
           02 techActive pic x(01).
           *> the home site (registry code) and the hours worked on
           *> each day of a normal week, Monday to Sunday; records
           *> set up before the rota was kept read back non-numeric
           *> and count as no hours anywhere
           02 techGarage pic x(04).
           02 techShift-table.
               03 techShiftHours pic 9(02)v9 occurs 7 times.
