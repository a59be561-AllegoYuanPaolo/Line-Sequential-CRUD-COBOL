           02 suppName pic x(24).
           02 suppPhone pic x(14).
           02 suppAddress pic x(40).
           *> days from the supplier's invoice date to when it falls
           *> due; suppliers set up before terms were kept read back
           *> non-numeric and are treated as 30 days
           02 suppTermsDays pic 9(03).
