               01 mkdirCommand pic x(40).
               01 copyCommand pic x(140).
               01 copiedCount pic 9(03) value 0.
               01 fileIdx pic 9(03).
               01 copyFileName pic x(40).

               *> every shared master and counter that has to move
               *> cars.dat without the matching NEXTID.DAT is how we
               *> once minted duplicate record ids
               01 shared-file-table.
                   02 shared-file-entry occurs 200 times.
                       03 sharedFileName pic x(40).
               01 sharedFileCount pic 9(03) value 122.

               01 backup-table.
                   02 backup-entry occurs 40 times
           move "COMMRATE.DAT" to sharedFileName(46)
           move "SVCRETAIN.DAT" to sharedFileName(47)
           move "SPOOLRET.DAT" to sharedFileName(48)
           move "CREDNOTE.DAT" to sharedFileName(49)
           move "NEXTCRN.DAT" to sharedFileName(50)
           move "INVLINE.DAT" to sharedFileName(51)
           move "ESTIMATE.DAT" to sharedFileName(52)
           move "NEXTEST.DAT" to sharedFileName(53)
           move "ESTLINE.DAT" to sharedFileName(54)
           move "TIMECLK.DAT" to sharedFileName(55)
           move "NEXTCLK.DAT" to sharedFileName(56)
           move "SINV.DAT" to sharedFileName(57)
           move "NEXTSINV.DAT" to sharedFileName(58)
           move "SINVLINE.DAT" to sharedFileName(59)
           move "NEXTPAYRUN.DAT" to sharedFileName(60)
           move "PARTSTOCK.DAT" to sharedFileName(61)
           move "PARTXFER.DAT" to sharedFileName(62)
           move "NEXTXFER.DAT" to sharedFileName(63)
           move "PARTCOST.DAT" to sharedFileName(64)
           move "WCLAIM.DAT" to sharedFileName(65)
           move "NEXTWCLM.DAT" to sharedFileName(66)
           move "NEXTWCLB.DAT" to sharedFileName(67)
           move "WARRATE.DAT" to sharedFileName(68)
           move "BANKLINE.DAT" to sharedFileName(69)
           move "NEXTBANKL.DAT" to sharedFileName(70)
           move "BANKMATCH.DAT" to sharedFileName(71)
           move "PERIOD.DAT" to sharedFileName(72)
           move "PERIODRUN.DAT" to sharedFileName(73)
           move "NOTIFYQ.DAT" to sharedFileName(74)
           move "NEXTMSG.DAT" to sharedFileName(75)
           move "LOYALTY.DAT" to sharedFileName(76)
           move "NEXTLOYAL.DAT" to sharedFileName(77)
           move "LOYALRATE.DAT" to sharedFileName(78)
           move "PRICETIER.DAT" to sharedFileName(79)
           move "INSPECT.DAT" to sharedFileName(80)
           move "INSPITEM.DAT" to sharedFileName(81)
           move "KEYTAG.DAT" to sharedFileName(82)
           move "KEYLOG.DAT" to sharedFileName(83)
           move "TYRESTORE.DAT" to sharedFileName(84)
           move "NEXTTYRE.DAT" to sharedFileName(85)
           move "TYRERATE.DAT" to sharedFileName(86)
           move "CONSIGN.DAT" to sharedFileName(87)
           move "NEXTCONSIGN.DAT" to sharedFileName(88)
           move "LENDER.DAT" to sharedFileName(89)
           move "FINDEAL.DAT" to sharedFileName(90)
           move "NEXTDEAL.DAT" to sharedFileName(91)
           move "TESTDRIVE.DAT" to sharedFileName(92)
           move "NEXTTD.DAT" to sharedFileName(93)
           move "RECON.DAT" to sharedFileName(94)
           move "VEHARCH.DAT" to sharedFileName(95)
           move "APPROVAL.DAT" to sharedFileName(96)
           move "NEXTAPR.DAT" to sharedFileName(97)
           move "APPREXP.DAT" to sharedFileName(98)
           move "MERUNCTL.DAT" to sharedFileName(99)
           move "MELOG.DAT" to sharedFileName(100)
           move "SURVEY.DAT" to sharedFileName(101)
           move "NEXTSVY.DAT" to sharedFileName(102)
           move "SURVTHR.DAT" to sharedFileName(103)
           move "CASE.DAT" to sharedFileName(104)
           move "CASELOG.DAT" to sharedFileName(105)
           move "NEXTCASE.DAT" to sharedFileName(106)
           move "EQUIP.DAT" to sharedFileName(107)
           move "EQUIPLOG.DAT" to sharedFileName(108)
           move "KEEPER.DAT" to sharedFileName(109)
           move "NEXTKPR.DAT" to sharedFileName(110)
           move "NEXTKBAT.DAT" to sharedFileName(111)
           move "KEEPTRD.DAT" to sharedFileName(112)
           move "VALUE.DAT" to sharedFileName(113)
           move "SUBLET.DAT" to sharedFileName(114)
           move "NEXTSUBL.DAT" to sharedFileName(115)
           move "SUBLMKUP.DAT" to sharedFileName(116)
           move "TECHLEAVE.DAT" to sharedFileName(117)
           move "SVCPKG.DAT" to sharedFileName(118)
           move "SVCPLAN.DAT" to sharedFileName(119)
           move "NEXTSPLN.DAT" to sharedFileName(120)
           move "WASTE.DAT" to sharedFileName(121)
           move "WASTELIM.DAT" to sharedFileName(122)

           display "-- Full-System Backup / Restore --"
           display "(b)ack up everything now, or (r)estore a "
