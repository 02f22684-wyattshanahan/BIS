      *> File: salestax.cbl
      *>
      *> Sales-tax rate in force for a ship-to state on a date, so
      *> the posting run and the statements tax a charge the same
      *> way. SalesTaxRates.txt (AR_SALES_TAX_FILE) carries one line
      *> per state per effective date, maintained through REF-MAINT.
      *> The caller gets back the state's latest rate on or before
      *> the date and a found flag - a blank or unlisted state comes
      *> back N with a zero rate, which taxes nothing.
      *>    CALL "salesTaxRateFor" USING <state xx> <date 9(8)>
      *>                                 <rate 9v9999, returned>
      *>                                 <found x, returned Y/N>
      *> The rate file is read once, on the first call of the run.

       identification division.
       program-id. salesTaxRateFor.

       environment division.
       input-output section.
       file-control.
           select optional SalesTaxFile assign to dynamic xStxFileName
             organization is line sequential
             file status is xStxStatus.

       data division.
       file section.
       fd  SalesTaxFile.
       01  xStxRecord.
           05 xStxStateIn              pic xx.
           05 nStxEffIn                pic 9(8).
           05 nStxRateIn               pic 9v9999.

       working-storage section.
       77  xStxFileName                pic x(100).
       77  xStxStatus                  pic xx.
       77  xStxLoaded                  pic x       value 'n'.
       77  xStxEOF                     pic x       value 'n'.
       77  nStxCnt                     pic 999     value 0.
       77  nStxSub                     pic 999     value 0.
       77  nStxBestEff                 pic 9(8)    value 0.

       01  xStxTable.
           05 xStxElement occurs 300 times.
              10 xStxStateTbl          pic xx.
              10 nStxEffTbl            pic 9(8).
              10 nStxRateTbl           pic 9v9999.

       linkage section.
       01  xStxState                   pic xx.
       01  nStxAsOf                    pic 9(8).
       01  nStxRate                    pic 9v9999.
       01  xStxFound                   pic x.

       procedure division using xStxState nStxAsOf nStxRate
           xStxFound.
           if xStxLoaded = 'n'
              move 'y' to xStxLoaded
              move "SalesTaxRates.txt" to xStxFileName
              accept xStxFileName from environment
                 "AR_SALES_TAX_FILE"
                 on exception
                    move "SalesTaxRates.txt" to xStxFileName
              end-accept
              open input SalesTaxFile
              if xStxStatus = "00"
                 perform until xStxEOF = 'y'
                    read SalesTaxFile
                       at end
                          move 'y' to xStxEOF
                       not at end
                          if nStxCnt < 300
                             add 1 to nStxCnt
                             move xStxStateIn to xStxStateTbl(nStxCnt)
                             move nStxEffIn to nStxEffTbl(nStxCnt)
                             move nStxRateIn to nStxRateTbl(nStxCnt)
                          else
                             display 'SALES TAX RATE TABLE FULL - '
                                xStxStateIn ' ' nStxEffIn ' SKIPPED'
                          end-if
                    end-read
                 end-perform
              end-if
              close SalesTaxFile
           end-if.
           move 0 to nStxRate, nStxBestEff.
           move 'N' to xStxFound.
           perform varying nStxSub from 1 by 1 until nStxSub > nStxCnt
              if xStxStateTbl(nStxSub) = xStxState
                 and xStxState not = spaces
                 and nStxEffTbl(nStxSub) not > nStxAsOf
                 and nStxEffTbl(nStxSub) not < nStxBestEff
                 move nStxEffTbl(nStxSub) to nStxBestEff
                 move nStxRateTbl(nStxSub) to nStxRate
                 move 'Y' to xStxFound
              end-if
           end-perform.

       end program salesTaxRateFor.
