                       02 archCheckOwner pic x(16).
                       02 filler pic x(32).
                       02 archCheckVin pic x(17).
                       02 filler pic x(108).
            LOCAL-STORAGE SECTION.
               01 carsFileStatus pic xx.
               01 auditSrcStatus pic xx.
