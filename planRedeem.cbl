        IDENTIFICATION DIVISION.
        PROGRAM-ID. planRedeem.
       environment division.
           input-output section.
               file-control.
                   select optional svcPlanFile
                       assign to "SVCPLAN.DAT"
                       organization is indexed
                       access mode is dynamic
                       record key is spNumber
                       file status is svcPlanStatus.
        DATA DIVISION.
           file section.
               fd svcPlanFile.
                   copy "SPLANREC.CPY".
            LOCAL-STORAGE SECTION.
               01 svcPlanStatus pic xx.
               01 eof pic x.
               01 skipLeft pic 9(02).
               01 visitIdx pic 9(02).
               01 unusedCount pic 9(02).
           LINKAGE SECTION.
               *> F finds an unused visit for the job on the car's
               *> active plan, passing over the first rdSkip of them
               *> (visits already claimed by the same order); R marks
               *> the visit found as used on the invoice and order
               01 rdAction pic x(01).
               01 rdGarage pic x(40).
               01 rdCarId pic 9(06).
               01 rdJobCode pic x(08).
               01 rdSkip pic 9(02).
               01 rdDate pic 9(08).
               01 rdInvNumber pic 9(06).
               01 rdWoNumber pic 9(06).
               *> back from F, in to R: the plan and visit, and the
               *> share of the plan price the visit carries; a plan
               *> number of zero means the job is not covered
               01 rdPlanNumber pic 9(06).
               01 rdVisit pic 9(02).
               01 rdValue pic 9(05)v99.
      *> the workshop's side of a prepaid plan: a covered job on a
      *> car with a plan still in date is found here as its order
      *> is completed, and the visit is used up once the invoice
      *> it went on at no charge has been written
        PROCEDURE DIVISION USING rdAction, rdGarage, rdCarId,
               rdJobCode, rdSkip, rdDate, rdInvNumber, rdWoNumber,
               rdPlanNumber, rdVisit, rdValue.
           evaluate rdAction
               when "F"
                   perform FIND-VISIT
               when "R"
                   perform USE-VISIT
           end-evaluate
       goback.

       FIND-VISIT.
           move 0 to rdPlanNumber
           move 0 to rdVisit
           move 0 to rdValue
           if rdJobCode = spaces
               exit paragraph
           end-if
           move rdSkip to skipLeft
           move "n" to eof
           open input svcPlanFile
           if svcPlanStatus not = "00"
               close svcPlanFile
               exit paragraph
           end-if
           perform until eof = "y"
               read svcPlanFile next record
                   at end
                       move "y" to eof
                   not at end
                       if spCarId = rdCarId
                           and spGarage = rdGarage
                           and spStatus = "A"
                           and spSoldDate <= rdDate
                           and spExpiry >= rdDate
                           perform FIND-IN-PLAN
                       end-if
               end-read
           end-perform
           close svcPlanFile.

       FIND-IN-PLAN.
           perform varying visitIdx from 1 by 1
                   until visitIdx > spVisitCount or eof = "y"
               if spvJobCode(visitIdx) = rdJobCode
                   and spvUsedDate(visitIdx) = 0
                   if skipLeft > 0
                       subtract 1 from skipLeft
                   else
                       move spNumber to rdPlanNumber
                       move visitIdx to rdVisit
                       move spvValue(visitIdx) to rdValue
                       move "y" to eof
                   end-if
               end-if
           end-perform.

       USE-VISIT.
           if rdPlanNumber = 0 or rdVisit = 0 or rdVisit > 12
               exit paragraph
           end-if
           open i-o svcPlanFile
           if svcPlanStatus not = "00"
               close svcPlanFile
               exit paragraph
           end-if
           move rdPlanNumber to spNumber
           read svcPlanFile
               invalid key
                   continue
               not invalid key
                   move rdDate to spvUsedDate(rdVisit)
                   move rdInvNumber to spvInvNumber(rdVisit)
                   move rdWoNumber to spvWoNumber(rdVisit)
                   move 0 to unusedCount
                   perform varying visitIdx from 1 by 1
                           until visitIdx > spVisitCount
                       if spvUsedDate(visitIdx) = 0
                           add 1 to unusedCount
                       end-if
                   end-perform
                   if unusedCount = 0
                       move "U" to spStatus
                   end-if
                   rewrite svcPlan-rec
           end-read
           close svcPlanFile.
