           02 delSaleSalesperson pic x(08).
           02 delRegExpiry pic 9(08).
           02 delInspExpiry pic 9(08).
           02 delSaleGarage pic x(04).
