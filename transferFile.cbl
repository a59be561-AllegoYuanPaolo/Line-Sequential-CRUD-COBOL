                       02 destSaleSalesperson pic x(08).
                       02 destRegExpiry pic 9(08).
                       02 destInspExpiry pic 9(08).
                       02 destSaleGarage pic x(04).
               fd garageRegFile.
                   copy "GARREC.CPY".
               fd auditFile.
                   02 savedSaleSalesperson pic x(08).
                   02 savedRegExpiry pic 9(08).
                   02 savedInspExpiry pic 9(08).
                   02 savedSaleGarage pic x(04).
           LINKAGE SECTION.
               01 carsFileName pic x(40).
               01 currentUser pic x(08).
