                       move delSaleSalesperson to saleSalesperson
                       move delRegExpiry to regExpiry
                       move delInspExpiry to inspExpiry
                       move delSaleGarage to saleGarage
                       write carFile-rec
                           invalid key
                               display "Record id " delRecordId
