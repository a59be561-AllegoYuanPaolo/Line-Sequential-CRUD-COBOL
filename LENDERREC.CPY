       01 lender-rec.
           02 lenderCode pic x(06).
           02 lenderName pic x(24).
           02 lenderContact pic x(20).
           02 lenderPhone pic x(14).
           *> A deals can be written with them, I no longer used
           02 lenderActive pic x(01).
