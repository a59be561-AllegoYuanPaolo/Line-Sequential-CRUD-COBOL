       *> the waste categories the register is kept in, with the
       *> unit each is measured in
       01 wasteCat-list.
           02 filler pic x(26) value "OLWaste oil           LTR ".
           02 filler pic x(26) value "OFOil filters         EACH".
           02 filler pic x(26) value "BALead-acid batteries EACH".
           02 filler pic x(26) value "TYScrap tyres         EACH".
           02 filler pic x(26) value "COCoolant             LTR ".
           02 filler pic x(26) value "BFBrake fluid         LTR ".
       01 wasteCat-table redefines wasteCat-list.
           02 wasteCat-entry occurs 6 times indexed by wcIdx.
               03 wcCode pic x(02).
               03 wcName pic x(20).
               03 wcUnit pic x(04).
