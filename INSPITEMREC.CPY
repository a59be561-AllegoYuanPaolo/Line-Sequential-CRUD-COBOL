       01 inspItem-rec.
           *> the checklist runs in this order on the sheet
           02 iiSeq pic 9(02).
           02 iiCode pic x(04).
           02 iiDescription pic x(24).
           *> what a measured value is in (MM for tread or pad
           *> depth, PCT for battery health); spaces when the item
           *> is judged by eye only
           02 iiUnit pic x(06).
           *> A on the checklist, I retired - kept for old sheets
           02 iiActive pic x(01).
