
                   when "3"
                       call "SYSTEM" using "cls"
                       call "custUpdateFile" using currentRole,
                           currentUser
                       call "SYSTEM" using "pause"

                   when "4"
