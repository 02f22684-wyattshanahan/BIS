      *> File: minwage.cbl
      *>
      *> Minimum hourly wage in force for a work state on a date, so
      *> every program that sets or pays a rate holds it against the
      *> same reference. MinWage.txt (PAYROLL_MIN_WAGE_FILE) carries
      *> one line per state per effective date; a state code of US is
      *> the federal floor. The caller gets back the higher of the
      *> state's latest rate on or before the date and the federal
      *> one - a blank or unlisted state gets the federal floor alone,
      *> and with no reference on file zero comes back, which no rate
      *> is below.
      *>    CALL "minWageFor" USING <state xx> <date 9(8)>
      *>                            <minimum 99v99, returned>
      *> The reference is read once, on the first call of the run.

       identification division.
       program-id. minWageFor.

       environment division.
       input-output section.
       file-control.
           select optional MinWageFile assign to dynamic xMwFileName
             organization is line sequential
             file status is xMwStatus.

       data division.
       file section.
       fd  MinWageFile.
       01  xMwRecord.
           05 xMwStateIn               pic xx.
           05 nMwEffIn                 pic 9(8).
           05 nMwRateIn                pic 99v99.

       working-storage section.
       77  xMwFileName                 pic x(100).
       77  xMwStatus                   pic xx.
       77  xMwLoaded                   pic x       value 'n'.
       77  xMwEOF                      pic x       value 'n'.
       77  nMwCnt                      pic 999     value 0.
       77  nMwSub                      pic 999     value 0.
       77  nMwStEff                    pic 9(8)    value 0.
       77  nMwStRate                   pic 99v99   value 0.
       77  nMwUsEff                    pic 9(8)    value 0.
       77  nMwUsRate                   pic 99v99   value 0.

       01  xMwTable.
           05 xMwElement occurs 300 times.
              10 xMwStateTbl           pic xx.
              10 nMwEffTbl             pic 9(8).
              10 nMwRateTbl            pic 99v99.

       linkage section.
       01  xMwState                    pic xx.
       01  nMwAsOf                     pic 9(8).
       01  nMwMinimum                  pic 99v99.

       procedure division using xMwState nMwAsOf nMwMinimum.
           if xMwLoaded = 'n'
              move 'y' to xMwLoaded
              move "MinWage.txt" to xMwFileName
              accept xMwFileName from environment
                 "PAYROLL_MIN_WAGE_FILE"
                 on exception
                    move "MinWage.txt" to xMwFileName
              end-accept
              open input MinWageFile
              if xMwStatus = "00"
                 perform until xMwEOF = 'y'
                    read MinWageFile
                       at end
                          move 'y' to xMwEOF
                       not at end
                          if nMwCnt < 300
                             add 1 to nMwCnt
                             move xMwStateIn to xMwStateTbl(nMwCnt)
                             move nMwEffIn to nMwEffTbl(nMwCnt)
                             move nMwRateIn to nMwRateTbl(nMwCnt)
                          else
                             display 'MINIMUM WAGE TABLE FULL - '
                                xMwStateIn ' ' nMwEffIn ' SKIPPED'
                          end-if
                    end-read
                 end-perform
              end-if
              close MinWageFile
           end-if.
           move 0 to nMwStEff, nMwStRate, nMwUsEff, nMwUsRate.
           perform varying nMwSub from 1 by 1 until nMwSub > nMwCnt
              if nMwEffTbl(nMwSub) not > nMwAsOf
                 if xMwStateTbl(nMwSub) = 'US'
                    if nMwEffTbl(nMwSub) not < nMwUsEff
                       move nMwEffTbl(nMwSub) to nMwUsEff
                       move nMwRateTbl(nMwSub) to nMwUsRate
                    end-if
                 else
                    if xMwStateTbl(nMwSub) = xMwState
                       and xMwState not = spaces
                       and nMwEffTbl(nMwSub) not < nMwStEff
                       move nMwEffTbl(nMwSub) to nMwStEff
                       move nMwRateTbl(nMwSub) to nMwStRate
                    end-if
                 end-if
              end-if
           end-perform.
           if nMwStRate > nMwUsRate
              move nMwStRate to nMwMinimum
           else
              move nMwUsRate to nMwMinimum
           end-if.

       end program minWageFor.
