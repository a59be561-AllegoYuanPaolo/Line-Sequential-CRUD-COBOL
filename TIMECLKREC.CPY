       01 timeClock-rec.
           02 tcNumber pic 9(06).
           02 tcTechNumber pic 9(04).
           *> the work order line clocked onto - lines are numbered
           *> in the order they went on the order, from 1
           02 tcWoNumber pic 9(06).
           02 tcLineNo pic 9(03).
           02 tcJobCode pic x(08).
           *> flat-rate hours from the job catalog, carried on the
           *> first clocking of a line only so a job clocked in
           *> several sittings is allowed its book time once
           02 tcBookHours pic 9(02)v9.
           02 tcStartDate pic 9(08).
           02 tcStartTime pic 9(04).
           02 tcStopDate pic 9(08).
           02 tcStopTime pic 9(04).
           02 tcMinutes pic 9(05).
           *> O on the clock, C clocked off, S stopped by the tech
           *> clocking onto another job, F forgotten - closed at
           *> the end of the shift the next time the tech clocks
           02 tcStatus pic x(01).
