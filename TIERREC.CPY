       01 priceTier-rec.
           02 tierCode pic x(01).
           02 tierName pic x(12).
           *> catalog labour price times this factor - 1.000 is
           *> the list price, 0.900 a tenth off
           02 tierLabourFactor pic 9(01)v999.
           *> parts price adjusted by this percentage at billing:
           *> positive a markup, negative a discount
           02 tierPartsPct pic s9(02)v99
               sign is leading separate.
