               01 unpaidBalance pic 9(09)v99 value 0.
               01 savedLimit pic 9(07)v99.
               01 savedOnStop pic x.
               01 workCredited pic 9(07)v99.
               01 displayMoney pic z(08)9.99.
               01 displayMoney2 pic z(08)9.99.
           LINKAGE SECTION.
                       at end
                           move "y" to eof
                       not at end
                           *> invoices raised before credit notes
                           *> existed read the credit back
                           *> non-numeric; nothing was credited
                           if invCredited numeric
                               move invCredited to workCredited
                           else
                               move 0 to workCredited
                           end-if
                           if invCustNumber = checkCustNumber
                               and invPaid + workCredited < invTotal
                               compute unpaidBalance =
                                   unpaidBalance
                                   + invTotal - workCredited
                                   - invPaid
                           end-if
                   end-read
               end-perform
