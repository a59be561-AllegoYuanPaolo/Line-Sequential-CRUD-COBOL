       01 value-rec.
           *> the trade guide's own key: the MAKEMODEL.DAT model,
           *> the model year and a mileage band of 20,000 - band 0
           *> is under 20,000, band 1 20,000 to 39,999 and so on,
           *> band 10 everything from 200,000 up
           02 valKey.
               03 valModel pic x(32).
               03 valYear pic 9(04).
               03 valBand pic 9(02).
           02 valRetail pic 9(07)v99.
           02 valTrade pic 9(07)v99.
           *> the guide's month and the day it was loaded
           02 valMonth pic 9(06).
           02 valLoadDate pic 9(08).
