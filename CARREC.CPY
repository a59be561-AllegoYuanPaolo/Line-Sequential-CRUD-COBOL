           *> inspection run out; 0 when not known
           02 regExpiry pic 9(08).
           02 inspExpiry pic 9(08).
           *> the GARAGES.DAT code of the site that made the sale,
           *> stamped when it completes; spaces before sites were
           *> tagged and on anything unsold
           02 saleGarage pic x(04).
