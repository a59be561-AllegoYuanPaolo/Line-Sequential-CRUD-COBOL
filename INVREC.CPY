           *> tax included in invTotal, kept apart for the quarterly
           *> filing; net = invTotal - invTax
           02 invTax pic 9(07)v99.
           *> credit notes raised against the invoice, tax included;
           *> still owed = invTotal - invCredited - invPaid, with
           *> refunds handed back coming off invPaid
           02 invCredited pic 9(07)v99.
           *> loyalty points spent against the invoice and the
           *> discount they bought, taken off the net before tax;
           *> invoices raised before the scheme read back as spaces
           02 invLoyaltyPoints pic 9(07).
           02 invLoyaltyDisc pic 9(07)v99.
           *> the tier the invoice was priced at and what that tier
           *> took off list price across its lines (negative where
           *> the tier marks parts up); blank and spaces before tiers
           02 invPriceTier pic x(01).
           02 invDiscount pic s9(07)v99.
           *> the GARAGES.DAT code of the site that raised it;
           *> spaces on invoices raised before sites were tagged
           02 invGarage pic x(04).
