           *> flowed into the service history and a draft invoice
           02 woStatus pic x(01).
           02 woGarage pic x(40).
           *> R an internal reconditioning order on a stock car,
           *> charged to the vehicle rather than to a customer;
           *> space for customer work
           02 woType pic x(01).
           *> who did the job and the day it was completed, set at
           *> completion; orders completed before these were kept
           *> read back as spaces
           02 woTechNumber pic 9(04).
           02 woDoneDate pic 9(08).
           *> the date and time the customer was promised the car
           *> at check-in; 0 on reconditioning orders and on orders
           *> opened before promises were kept (non-numeric)
           02 woPromDate pic 9(08).
           02 woPromTime pic 9(04).
           *> where the job is: W waiting, I in progress, P waiting
           *> parts, A waiting authorisation, T road test, R ready;
           *> with when it last moved
           02 woProgress pic x(01).
           02 woProgDate pic 9(08).
           02 woProgTime pic 9(04).
           *> when the job was first marked ready - at completion
           *> if it never was - which is what the promise is
           *> measured against
           02 woReadyDate pic 9(08).
           02 woReadyTime pic 9(04).
