       01 wasteLim-rec.
           *> how much of a category a site's permit lets it hold
           *> before a carrier has to take it away; no row means no
           *> limit is set and no alert is raised
           02 lmKey.
               03 lmGarage pic x(04).
               03 lmCategory pic x(02).
           02 lmLimit pic 9(05)v99.
