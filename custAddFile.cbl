           01 in-Name pic x(24).
           01 in-Phone pic x(14).
           01 in-Address pic x(40).
           01 in-Email pic x(40).
           01 in-Mobile pic x(14).
           01 in-EmailOk pic x.
           01 in-SmsOk pic x.
           01 nextCustId pic 9(06) value 0.
           01 eof pic x value "n".
           01 upperInName pic x(24).
        display "Enter customer address: "
        accept in-Address

        display "Enter email address (blank if none): "
        accept in-Email
        display "Enter mobile number (blank if none): "
        accept in-Mobile
        move "N" to in-EmailOk
        move "N" to in-SmsOk
        if in-Email not = spaces
            display "Happy to be emailed reminders? (y/n): "
                no advancing
            accept in-EmailOk
            move function upper-case(in-EmailOk) to in-EmailOk
        end-if
        if in-Mobile not = spaces
            display "Happy to be texted reminders? (y/n): "
                no advancing
            accept in-SmsOk
            move function upper-case(in-SmsOk) to in-SmsOk
        end-if

        *> the same matching the search screen uses, turned around:
        *> if someone similar is already on file, say so before a
        *> third copy of the same person gets created
            move 0 to custCreditLimit
            move "N" to custOnStop
            move "N" to custFleetFlag
            move in-Email to custEmail
            move in-Mobile to custMobile
            move in-EmailOk to custEmailOk
            move in-SmsOk to custSmsOk
            move "N" to custEmailBad
            move "N" to custSmsBad
            *> everyone starts at retail prices; trade, staff and
            *> fleet terms are granted by a supervisor afterwards
            move "R" to custPriceTier
            write customer-rec
                invalid key
                    display "Customer number already on file."
