          05 nIssEmpIn      PIC 9999.
          05 xIssNameIn     PIC x(40).
          05 nIssAmtIn      PIC 9(5)v99.
          05 xIssStatusIn   PIC x. *> I issued, C cleared, V void,
             *> E escheat holding

       FD CLEAREDFILE. *> the bank's cleared-items file
       01 xClearedRecord.
                 MOVE nClrAmtIn TO neExcBank
                 MOVE nIssAmtTbl(nIssSub) TO neExcIssued
                 PERFORM 220-WRITE-EXCEPTION
              WHEN xIssStatTbl(nIssSub) = 'E'
      *> already reported to the state as unclaimed - the money
      *> sits in escheat liability, so the bank paying it is an
      *> exception, not a clear
                 ADD 1 TO nNoIssueCnt
                 MOVE 'CLEARED ESCHEAT:' TO xExcTag
                 MOVE nClrNumIn TO neExcNum
                 MOVE nClrAmtIn TO neExcBank
                 MOVE nIssAmtTbl(nIssSub) TO neExcIssued
                 PERFORM 220-WRITE-EXCEPTION
              WHEN nIssAmtTbl(nIssSub) NOT = nClrAmtIn
                 ADD 1 TO nAlteredCnt
                 MOVE 'AMOUNT DIFFERS: ' TO xExcTag
