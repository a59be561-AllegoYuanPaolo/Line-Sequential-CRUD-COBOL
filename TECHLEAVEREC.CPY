       01 techLeave-rec.
           *> one line per technician per day away: H holiday,
           *> S sickness, T training; the hours lost come off that
           *> day's shift when the site's capacity is worked out
           02 tlKey.
               03 tlTechNumber pic 9(04).
               03 tlDate pic 9(08).
           02 tlType pic x(01).
           02 tlHours pic 9(02)v9.
           02 tlNote pic x(30).
           02 tlUser pic x(08).
