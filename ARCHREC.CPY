       01 arch-rec.
           02 arKey.
               03 arGarage pic x(40).
               03 arRecordId pic 9(06).
           02 arVin pic x(17).
           02 arOwner pic x(16).
           *> the cars-file record exactly as it stood when it was
           *> archived, so bringing it back loses nothing; sized
           *> with room for the record to grow
           02 arCarImage pic x(250).
           02 arArchivedDate pic 9(08).
           *> S sold and long gone, D a customer car not seen for
           *> the dormant period
           02 arReason pic x(01).
           02 arUser pic x(08).
