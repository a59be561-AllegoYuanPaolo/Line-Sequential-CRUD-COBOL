       01 loyalRate-rec.
           *> points earned per whole unit of an invoice paid off,
           *> what one point is worth off a later invoice, and how
           *> many months a point lasts before it lapses
           02 lrPointsPerUnit pic 9(02)v99.
           02 lrPointValue pic 9(01)v9999.
           02 lrExpiryMonths pic 9(03).
