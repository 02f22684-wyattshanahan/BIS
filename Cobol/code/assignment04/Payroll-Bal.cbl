      *>   D. the CSV line count (when this run wrote one - proved by
      *>      the generation stamps) matches the register detail
      *>      count
      *>   E. the plan remittance file's detail lines foot to its
      *>      trailer, and the trailer's deferral and match equal
      *>      the YTD deferral and match growth in the masters
      *> One balanced/out-of-balance verdict prints per check, and
      *> any mismatch ends the job FAILED so the bank file never
      *> leaves the building on a bad run.
           SELECT CSVFILE ASSIGN TO DYNAMIC xCsvGenName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xCsvStatus.
           SELECT PLANREMITFILE ASSIGN TO "Payroll-01-planremit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRemStatus.

       DATA DIVISION.
       FILE SECTION.
          05 nMstVacBal     PIC 9(3)v99.
          05 nMstSickBal    PIC 9(3)v99.
          05 xMstPayGroup   PIC x.
          05 nMstSepDate    PIC 9(8).
          05 xMstSepReason  PIC xx.
          05 nMstYtdTaxWage PIC 9(7)v99.
          05 nMstYtdFicaWage PIC 9(7)v99.
          05 nMstYtdDefer    PIC 9(6)v99.
          05 nMstYtdMatch    PIC 9(6)v99.

       FD UPDFILE.
       01 xUpdRecord.
          05 nUpdVacBal     PIC 9(3)v99.
          05 nUpdSickBal    PIC 9(3)v99.
          05 xUpdPayGroup   PIC x.
          05 nUpdSepDate    PIC 9(8).
          05 xUpdSepReason  PIC xx.
          05 nUpdYtdTaxWage PIC 9(7)v99.
          05 nUpdYtdFicaWage PIC 9(7)v99.
          05 nUpdYtdDefer    PIC 9(6)v99.
          05 nUpdYtdMatch    PIC 9(6)v99.

       FD TRANSFILE.
       01 xTransLine     PIC x(40).
       FD CSVFILE.
       01 xCsvLine       PIC x(132).

       FD PLANREMITFILE.
       01 xRemRecord.
          05 xRemTag        PIC x(3). *> HDR, DTL or TRL
          05 xRemBody       PIC x(69).
       01 xRemTrlRec.
          05 FILLER         PIC x(3).
          05 nRemTrlCount   PIC 9(5).
          05 nRemTrlDefer   PIC s9(8)v99 SIGN IS TRAILING.
          05 nRemTrlMatch   PIC s9(8)v99 SIGN IS TRAILING.
       01 xRemDetailRec.
          05 FILLER         PIC x(3).
          05 nRemEmp        PIC 9999.
          05 xRemName       PIC x(30).
          05 nRemDefer      PIC s9(6)v99 SIGN IS TRAILING.
          05 nRemMatch      PIC s9(6)v99 SIGN IS TRAILING.

       WORKING-STORAGE SECTION.

       77 xMasterFileName PIC X(100).
       77 xMstFileStatus  PIC xx.
       77 xUpdFileStatus  PIC xx.
       77 xTransStatus    PIC xx.
       77 xRunMode        PIC x     VALUE SPACE. *> O = off-cycle run
       77 xRejStatus      PIC xx.
       77 xCsvStatus      PIC xx.
       77 xRemStatus      PIC xx.
       77 xRemPresent     PIC x     VALUE 'n'.
       77 nRemCnt         PIC 9(5)  VALUE 0.
       77 nRemDeferSum    PIC s9(8)v99 VALUE 0.
       77 nRemMatchSum    PIC s9(8)v99 VALUE 0.
       77 nRemTrlCnt      PIC 9(5)  VALUE 0.
       77 nRemTrlDeferAmt PIC s9(8)v99 VALUE 0.
       77 nRemTrlMatchAmt PIC s9(8)v99 VALUE 0.
       77 nMstDeferSum    PIC 9(9)v99 VALUE 0.
       77 nUpdDeferSum    PIC 9(9)v99 VALUE 0.
       77 nMstMatchSum    PIC 9(9)v99 VALUE 0.
       77 nUpdMatchSum    PIC 9(9)v99 VALUE 0.
       77 nDeferGrowth    PIC s9(9)v99 VALUE 0.
       77 nMatchGrowth    PIC s9(9)v99 VALUE 0.
       77 xEOF            PIC x     VALUE 'n'.
       77 nRegCnt         PIC 9(5)  VALUE 0.
       77 nCarryCnt        PIC 9(5)  VALUE 0. *> zero-hour checks
           PERFORM 240-COUNT-TRANS.
           PERFORM 250-COUNT-REJECTS.
           PERFORM 260-COUNT-CSV.
           PERFORM 270-SUM-REMIT.
           PERFORM 300-VERDICTS.
           STOP RUN.

              ON EXCEPTION
                 MOVE "Payroll.transaction.txt" TO xTransFileName
           END-ACCEPT.
      *> an off-cycle run paid its own supplemental file
           ACCEPT xRunMode FROM ENVIRONMENT "PAYROLL_RUN_MODE"
              ON EXCEPTION MOVE SPACE TO xRunMode
           END-ACCEPT.
           IF xRunMode = 'O' OR xRunMode = 'o'
              MOVE "Payroll.offcycle.txt" TO xTransFileName
              ACCEPT xTransFileName FROM ENVIRONMENT
                 "PAYROLL_OFFCYCLE_FILE"
                 ON EXCEPTION
                    MOVE "Payroll.offcycle.txt" TO xTransFileName
              END-ACCEPT
           END-IF.
           CALL "resolveGeneration" USING xDDGenBase xDDGenName.
           CALL "resolveGeneration" USING xCsvGenBase xCsvGenName.

                MOVE 'y' TO xEOF,
              NOT AT END
                ADD 1 TO nRegCnt
      *> a termination or a supplemental check may pay no hours
      *> but always has a transaction behind it
                IF (xRgPayType = 'S' AND nRgHrs = 0
                      AND xRgTransType NOT = 'T'
                      AND xRgTransType NOT = 'B')
                   OR (xRgPayType = 'H' AND nRgHrs = 0
                      AND xRgTransType = 'R')
                   ADD 1 TO nCarryCnt
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                ADD nMstYtdGross TO nMstYtdSum
      *> a master from before the plan was kept reads blank here
                IF nMstYtdDefer NUMERIC
                   ADD nMstYtdDefer TO nMstDeferSum
                END-IF
                IF nMstYtdMatch NUMERIC
                   ADD nMstYtdMatch TO nMstMatchSum
                END-IF,
           END-READ.

       232-READ-UPDATED.
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                ADD nUpdYtdGross TO nUpdYtdSum
                IF nUpdYtdDefer NUMERIC
                   ADD nUpdYtdDefer TO nUpdDeferSum
                END-IF
                IF nUpdYtdMatch NUMERIC
                   ADD nUpdYtdMatch TO nUpdMatchSum
                END-IF,
           END-READ.

       240-COUNT-TRANS. *> control records are not transactions
                ADD 1 TO nCsvCnt,
           END-READ.

       270-SUM-REMIT. *> a run with no plan still writes the header
          *> and a zero trailer; no file at all means a PAYROLL-01
          *> from before the plan, and check E does not apply
           MOVE 'n' TO xEOF.
           OPEN INPUT PLANREMITFILE.
           IF xRemStatus = '00'
              MOVE 'y' TO xRemPresent
              PERFORM 271-READ-REMIT UNTIL xEOF = 'y'
           END-IF.
           CLOSE PLANREMITFILE.

       271-READ-REMIT.
           READ PLANREMITFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                EVALUATE xRemTag
                   WHEN 'DTL'
                      ADD 1 TO nRemCnt
                      ADD nRemDefer TO nRemDeferSum
                      ADD nRemMatch TO nRemMatchSum
                   WHEN 'TRL'
                      MOVE nRemTrlCount TO nRemTrlCnt
                      MOVE nRemTrlDefer TO nRemTrlDeferAmt
                      MOVE nRemTrlMatch TO nRemTrlMatchAmt
                END-EVALUATE,
           END-READ.

       300-VERDICTS.
           DISPLAY 'PAYROLL CROSS-FILE BALANCE'.
           MOVE nDDTotal TO neAmtA.
                    'OF BALANCE: ' nCsvCnt ' VS ' nRegCnt
              END-IF
           END-IF.
           COMPUTE nDeferGrowth = nUpdDeferSum - nMstDeferSum.
           COMPUTE nMatchGrowth = nUpdMatchSum - nMstMatchSum.
           IF xRemPresent = 'n'
              DISPLAY 'E. REMITTANCE = TRAILER = YTD PLAN  (NO '
                 'REMITTANCE FILE)'
           ELSE
              IF nRemCnt = nRemTrlCnt
                 AND nRemDeferSum = nRemTrlDeferAmt
                 AND nRemMatchSum = nRemTrlMatchAmt
                 AND nRemTrlDeferAmt = nDeferGrowth
                 AND nRemTrlMatchAmt = nMatchGrowth
                 DISPLAY 'E. REMITTANCE = TRAILER = YTD PLAN  '
                    'BALANCED'
              ELSE
                 ADD 1 TO nFailCnt
                 MOVE nRemTrlDeferAmt TO neAmtA
                 MOVE nDeferGrowth TO neAmtB
                 DISPLAY 'E. REMITTANCE = TRAILER = YTD PLAN  OUT '
                    'OF BALANCE: ' nRemCnt ' VS ' nRemTrlCnt
                    ' LINES, DEFERRAL ' neAmtA ' VS ' neAmtB
                 MOVE nRemTrlMatchAmt TO neAmtA
                 MOVE nMatchGrowth TO neAmtB
                 DISPLAY '   MATCH ' neAmtA ' VS ' neAmtB
              END-IF
           END-IF.
           IF nFailCnt = 0
              DISPLAY 'RUN IS IN BALANCE - RELEASE THE BANK FILE.'
              MOVE "CLEAN" TO xEojCode
