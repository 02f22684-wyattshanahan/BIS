      *> File: fxrate.cbl
      *>
      *> Units of a currency per US dollar in force on a date, so the
      *> AR posting run, the month-end revaluation and customer
      *> maintenance read the same currency table the converter
      *> does. PesoConverter-rate.txt (CURRENCY_RATE_FILE) carries
      *> one line per currency per effective date, maintained through
      *> REF-MAINT. The caller gets back the currency's latest rate on
      *> or before the date and a found flag. USD - or a blank code,
      *> which means dollars everywhere in AR - always comes back
      *> 1.00000 and found, whether or not the table lists it; an
      *> unlisted code, or one with no rate yet on the date, comes
      *> back N with a zero rate.
      *>    CALL "currencyRateFor" USING <currency x(3)> <date 9(8)>
      *>                                 <rate 9(4)v9(5), returned>
      *>                                 <found x, returned Y/N>
      *> The rate file is read once, on the first call of the run.

       identification division.
       program-id. currencyRateFor.

       environment division.
       input-output section.
       file-control.
           select optional CurRateFile assign to dynamic xCurFileName
             organization is line sequential
             file status is xCurStatus.

       data division.
       file section.
       fd  CurRateFile.
       01  xCurRecord.
           05 xCurCodeIn               pic x(3).
           05 xCurNameIn               pic x(20).
           05 nCurPerUSDIn             pic 9(4)v9(5).
           05 nCurEffIn                pic 9(8).

       working-storage section.
       77  xCurFileName                pic x(100).
       77  xCurStatus                  pic xx.
       77  xCurLoaded                  pic x       value 'n'.
       77  xCurEOF                     pic x       value 'n'.
       77  nCurCnt                     pic 999     value 0.
       77  nCurSub                     pic 999     value 0.
       77  nCurBestEff                 pic 9(8)    value 0.

       01  xCurTable.
           05 xCurElement occurs 300 times.
              10 xCurCodeTbl           pic x(3).
              10 nCurEffTbl            pic 9(8).
              10 nCurPerUSDTbl         pic 9(4)v9(5).

       linkage section.
       01  xCurCode                    pic x(3).
       01  nCurAsOf                    pic 9(8).
       01  nCurRate                    pic 9(4)v9(5).
       01  xCurFound                   pic x.

       procedure division using xCurCode nCurAsOf nCurRate
           xCurFound.
           if xCurLoaded = 'n'
              move 'y' to xCurLoaded
              move "PesoConverter-rate.txt" to xCurFileName
              accept xCurFileName from environment
                 "CURRENCY_RATE_FILE"
                 on exception
                    move "PesoConverter-rate.txt" to xCurFileName
              end-accept
              open input CurRateFile
              if xCurStatus = "00"
                 perform until xCurEOF = 'y'
                    read CurRateFile
                       at end
                          move 'y' to xCurEOF
                       not at end
                          if nCurCnt < 300
                             and nCurPerUSDIn numeric
                             and nCurEffIn numeric
                             add 1 to nCurCnt
                             move xCurCodeIn to xCurCodeTbl(nCurCnt)
                             move nCurEffIn to nCurEffTbl(nCurCnt)
                             move nCurPerUSDIn
                                to nCurPerUSDTbl(nCurCnt)
                          else
                             display 'CURRENCY RATE TABLE FULL OR BAD '
                                'LINE - ' xCurCodeIn ' SKIPPED'
                          end-if
                    end-read
                 end-perform
              end-if
              close CurRateFile
           end-if.
           move 0 to nCurRate, nCurBestEff.
           move 'N' to xCurFound.
           if xCurCode = spaces or xCurCode = 'USD'
              move 1 to nCurRate
              move 'Y' to xCurFound
              goback
           end-if.
           perform varying nCurSub from 1 by 1 until nCurSub > nCurCnt
              if xCurCodeTbl(nCurSub) = xCurCode
                 and nCurEffTbl(nCurSub) not > nCurAsOf
                 and nCurEffTbl(nCurSub) not < nCurBestEff
                 and nCurPerUSDTbl(nCurSub) > 0
                 move nCurEffTbl(nCurSub) to nCurBestEff
                 move nCurPerUSDTbl(nCurSub) to nCurRate
                 move 'Y' to xCurFound
              end-if
           end-perform.

       end program currencyRateFor.
