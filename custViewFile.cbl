            LOCAL-STORAGE SECTION.
               01 eof pic x value "n".
               01 recCount pic 9(05) value 0.
               01 lpAction pic x(01) value "B".
               01 lpInvNumber pic 9(06) value 0.
               01 lpPoints pic 9(07).
               01 lpAmount pic 9(07)v99.
               01 lpBasis pic 9(07)v99 value 0.
               01 lpUser pic x(08) value spaces.
               01 displayMoney pic z(06)9.99.


       procedure division.
                              " | Name: " custName
                              " | Phone: " custPhone
                              " | Address: " custAddress
                          if custEmail not = spaces
                              or custMobile not = spaces
                              display "      Email: " custEmail
                                  " " custEmailOk custEmailBad
                                  " | Mobile: " custMobile
                                  " " custSmsOk custSmsBad
                          end-if
                          call "loyaltyPoints" using lpAction,
                              custNumber, lpInvNumber, lpPoints,
                              lpAmount, lpBasis, lpUser
                          if lpPoints > 0
                              move lpAmount to displayMoney
                              display "      Loyalty points: "
                                  lpPoints " worth "
                                  function trim(displayMoney)
                          end-if
                          add 1 to recCount
                end-read
              end-perform
