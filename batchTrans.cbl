           move saleSalesperson to delSaleSalesperson
           move regExpiry to delRegExpiry
           move inspExpiry to delInspExpiry
           move saleGarage to delSaleGarage

           open i-o deletedFile
           if deletedStatus not = "00"
