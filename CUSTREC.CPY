           *> into one consolidated invoice at month end instead of
           *> one invoice per visit
           02 custFleetFlag pic x(01).
           *> where the notification gateway reaches them, and
           *> whether they agreed to it, channel by channel ("Y"
           *> consents; customers keyed before this read back as
           *> spaces and get nothing sent). A "B" bad flag is set
           *> when the gateway reports the address bounced or the
           *> number undeliverable, and cleared when it is re-keyed.
           02 custEmail pic x(40).
           02 custMobile pic x(14).
           02 custEmailOk pic x(01).
           02 custSmsOk pic x(01).
           02 custEmailBad pic x(01).
           02 custSmsBad pic x(01).
           *> the price tier work is charged at: R retail, F fleet,
           *> T trade, S staff; blank prices as retail
           02 custPriceTier pic x(01).
