      *> File: glbalance.cbl
      *>
      *> One account's figure for one fiscal period out of the general
      *> ledger, so the trial balance, the financial statements and
      *> the close all add the period balances up the same way.
      *> GLBalances.txt (kept by GL-POST and GL-CLOSE) carries each
      *> account's net activity per period, debits positive: period
      *> YYYYMM for the months, YYYY13 for the year-end closing
      *> entries, YYYY00 for the opening balances the year-end close
      *> brings forward, and 000000 for a balance carried from before
      *> the ledger kept periods. GLPeriods.txt (GL_PERIOD_FILE) says
      *> which years are closed - a closed YYYY13.
      *>    CALL "glBalanceFor" USING <account x(6)>
      *>                              <period 9(6), YYYYMM>
      *>                              <mode x - B balance at the end
      *>                               of the period, M that period's
      *>                               activity, Y the fiscal year's
      *>                               activity through it>
      *>                              <amount s9(9)v99, returned>
      *> A balance starts from the opening balances of the latest
      *> closed year before the period's own, or from the beginning
      *> when no year has been closed yet. Year-to-date leaves out
      *> the opening balances and, short of period 13 itself, the
      *> closing entries. Both files are read once, on the first
      *> call of the run.

       identification division.
       program-id. glBalanceFor.

       environment division.
       input-output section.
       file-control.
           select optional GlbBalFile assign to "GLBalances.txt"
             organization is line sequential
             file status is xGlbBalStatus.
           select optional GlbPerFile assign to dynamic xGlbPerName
             organization is line sequential
             file status is xGlbPerStatus.

       data division.
       file section.
       fd  GlbBalFile.
       01  xGlbBalRecord.
           05 xGlbBalAcctIn            pic x(6).
           05 nGlbBalAmtIn             pic s9(9)v99 sign is trailing.
           05 xGlbBalPerIn             pic x(6). *> spaces on a line
              *> from before the ledger kept periods
           05 nGlbBalPerIn redefines xGlbBalPerIn pic 9(6).

       fd  GlbPerFile.
       01  xGlbPerRecord.
           05 nGlbPerIn                pic 9(6).
           05 xGlbPerStatIn            pic x. *> O open, C closed
           05 nGlbPerDateIn            pic 9(8).
           05 xGlbPerByIn              pic x(8).

       working-storage section.
       77  xGlbPerName                 pic x(100).
       77  xGlbBalStatus               pic xx.
       77  xGlbPerStatus               pic xx.
       77  xGlbLoaded                  pic x       value 'n'.
       77  xGlbEOF                     pic x       value 'n'.
       77  nGlbCnt                     pic 9(4)    value 0.
       77  nGlbSub                     pic 9(4)    value 0.
       77  nGlbClosedCnt               pic 99      value 0.
       77  nGlbClosedSub               pic 99      value 0.
       77  nGlbYear                    pic 9(4)    value 0.
       77  nGlbFromYear                pic 9(4)    value 0.
       77  nGlbLow                     pic 9(6)    value 0.
       77  nGlbHigh                    pic 9(6)    value 0.

       01  xGlbTable.
           05 xGlbElement occurs 5000 times.
              10 xGlbAcctTbl           pic x(6).
              10 nGlbPerTbl            pic 9(6).
              10 nGlbAmtTbl            pic s9(9)v99.

       01  xGlbClosedTable. *> years whose period 13 is closed
           05 nGlbClosedYear occurs 50 times pic 9(4).

       linkage section.
       01  xGlbAcct                    pic x(6).
       01  nGlbPeriod                  pic 9(6).
       01  xGlbMode                    pic x.
       01  nGlbAmount                  pic s9(9)v99.

       procedure division using xGlbAcct nGlbPeriod xGlbMode
           nGlbAmount.
           if xGlbLoaded = 'n'
              move 'y' to xGlbLoaded
              move "GLPeriods.txt" to xGlbPerName
              accept xGlbPerName from environment "GL_PERIOD_FILE"
                 on exception
                    move "GLPeriods.txt" to xGlbPerName
              end-accept
              open input GlbBalFile
              if xGlbBalStatus = "00"
                 perform until xGlbEOF = 'y'
                    read GlbBalFile
                       at end
                          move 'y' to xGlbEOF
                       not at end
                          if nGlbCnt < 5000
                             add 1 to nGlbCnt
                             move xGlbBalAcctIn to xGlbAcctTbl(nGlbCnt)
                             move nGlbBalAmtIn to nGlbAmtTbl(nGlbCnt)
                             if xGlbBalPerIn = spaces
                                move 0 to nGlbPerTbl(nGlbCnt)
                             else
                                move nGlbBalPerIn to
                                   nGlbPerTbl(nGlbCnt)
                             end-if
                          end-if
                    end-read
                 end-perform
              end-if
              close GlbBalFile
              move 'n' to xGlbEOF
              open input GlbPerFile
              if xGlbPerStatus = "00"
                 perform until xGlbEOF = 'y'
                    read GlbPerFile
                       at end
                          move 'y' to xGlbEOF
                       not at end
                          if nGlbPerIn(5:2) = "13"
                             and xGlbPerStatIn = 'C'
                             and nGlbClosedCnt < 50
                             add 1 to nGlbClosedCnt
                             move nGlbPerIn(1:4) to
                                nGlbClosedYear(nGlbClosedCnt)
                          end-if
                    end-read
                 end-perform
              end-if
              close GlbPerFile
           end-if.
           move 0 to nGlbAmount.
           move nGlbPeriod(1:4) to nGlbYear.
           evaluate xGlbMode
              when 'M'
                 move nGlbPeriod to nGlbLow, nGlbHigh
              when 'Y'
                 compute nGlbLow = nGlbYear * 100 + 1
                 move nGlbPeriod to nGlbHigh
              when other
                 move 0 to nGlbFromYear
                 perform varying nGlbClosedSub from 1 by 1
                    until nGlbClosedSub > nGlbClosedCnt
                    if nGlbClosedYear(nGlbClosedSub) < nGlbYear
                       and nGlbClosedYear(nGlbClosedSub) >=
                          nGlbFromYear
                       compute nGlbFromYear =
                          nGlbClosedYear(nGlbClosedSub) + 1
                    end-if
                 end-perform
                 compute nGlbLow = nGlbFromYear * 100
                 move nGlbPeriod to nGlbHigh
           end-evaluate.
           perform varying nGlbSub from 1 by 1 until nGlbSub > nGlbCnt
              if xGlbAcctTbl(nGlbSub) = xGlbAcct
                 and nGlbPerTbl(nGlbSub) >= nGlbLow
                 and nGlbPerTbl(nGlbSub) <= nGlbHigh
                 add nGlbAmtTbl(nGlbSub) to nGlbAmount
              end-if
           end-perform.

       end program glBalanceFor.
