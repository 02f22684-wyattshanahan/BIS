      *> Each sale is also valued at the supplier's unit cost off
      *> FruitSuppliers.txt, and the margin report shows units,
      *> revenue, cost, and gross margin by fruit and in total -
      *> with a flag on any fruit selling below cost. The day's cost
      *> of sales goes to the ledger on a GL extract - debit cost of
      *> goods sold, credit inventory, accounts off
      *> FruitGLAccounts.txt - queued on GLBatches.ctl for GL-POST.
      *> A sale dated inside a promotion on FruitPromos.txt sells at
      *> the promotion's price (or the list price less its percent
      *> off) instead of nInPrice; the summary shows the price
      *> actually charged and the promo code, and every posted sale
      *> goes on FruitSalesHistory.txt at that price and cost for
      *> Fruit-Promo's results report.

       environment division.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL LOTFILE ASSIGN TO "FruitLots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xLotStatus.
           SELECT OPTIONAL GLACCTFILE ASSIGN TO DYNAMIC
              xGlAcctFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGlAcctStatus.
           SELECT GLEXTFILE ASSIGN TO DYNAMIC xGlExtFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMOFILE ASSIGN TO DYNAMIC xPromoFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xPromoStatus.
           SELECT OPTIONAL SALESHIST ASSIGN TO
              "FruitSalesHistory.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xHistStatus.

       DATA DIVISION.
       FILE SECTION.
          *> transaction file
       01 xSalesArchLine PIC x(25).

       FD GLACCTFILE. *> the fruit side's ledger accounts - one
          *> record
       01 xGlAcctRecord.
          05 xGaInvIn      PIC x(6). *> inventory
          05 xGaCogsIn     PIC x(6). *> cost of goods sold
          05 xGaShrinkIn   PIC x(6). *> spoilage / shrink expense
          05 xGaRniIn      PIC x(6). *> received not invoiced

       FD GLEXTFILE. *> same layout as PAYROLL-01's GL extract
       01 xGlExtRecord.
          05 xGlAcctOut     PIC x(6).
          05 xGlDrCrOut     PIC x. *> D = debit, C = credit
          05 nGlAmtOut      PIC s9(7)v99 SIGN IS TRAILING.
          05 nGlDeptOut     PIC 9.
          05 xGlDescOut     PIC x(16).
          05 xGlJobOut      PIC x(4).

       FD PROMOFILE. *> dated promotions - a price or a percent off
          *> the list price, first day to last day inclusive
       01 xPromoRecord.
          05 xPrmCode      PIC X(6).
          05 xPrmFruit     PIC X(14).
          05 nPrmPrice     PIC 9v99. *> promotion price, or 0
          05 nPrmPctOff    PIC 99. *> percent off list, or 0
          05 nPrmStart     PIC 9(8).
          05 nPrmEnd       PIC 9(8).

       FD SALESHIST. *> every posted sale at what it actually sold
          *> for and cost, appended run after run
       01 xHistRecord.
          05 nHstSaleDate  PIC 9(8).
          05 xHstFruit     PIC X(14).
          05 nHstQty       PIC 999.
          05 nHstPrice     PIC 9v99. *> price charged
          05 nHstCost      PIC 9v99. *> supplier unit cost
          05 xHstPromo     PIC X(6). *> spaces = list price
          05 nHstPostDate  PIC 9(8).

       WORKING-STORAGE SECTION.

       77 xFruitFileName PIC X(100).
       77 nLotOldSub     PIC 999     VALUE 0.
       77 nDrawRemain    PIC S9(4)   VALUE 0.
       77 nDrawQty       PIC 999     VALUE 0.
       77 xGlAcctFileName PIC X(100).
       77 xGlAcctStatus  PIC xx. *> GLACCTFILE is OPTIONAL - without
          *> it no extract is written, warned loudly
       77 xGlExtFileName PIC X(100).
       77 xGlqMode       PIC x.
       77 xGlInvAcct     PIC x(6)    VALUE SPACES.
       77 xGlCogsAcct    PIC x(6)    VALUE SPACES.
       77 neGlValue      PIC $z,zzz,zz9.99.
       77 xPromoFileName PIC X(100).
       77 xPromoStatus   PIC xx. *> PROMOFILE is OPTIONAL - with no
          *> promotions everything sells at the list price
       77 xPromoEOF      PIC x       VALUE 'n'.
       77 nPromoCnt      PIC 999     VALUE 0.
       77 nPromoSub      PIC 999     VALUE 0.
       77 nPromoPrice    PIC 9v99    VALUE 0.
       77 nChargePrice   PIC 9v99    VALUE 0. *> this sale's price
       77 xChargePromo   PIC X(6)    VALUE SPACES.
       77 nGrpPrice      PIC 9v99    VALUE 0. *> summary line's
       77 xGrpPromo      PIC X(6)    VALUE SPACES.
       77 nGrpUnits      PIC 9(5)    VALUE 0.
       77 nGrpRevenue    PIC 9(5)v99 VALUE 0.
       77 nPromoSaleCnt  PIC 9(4)    VALUE 0.
       77 xHistStatus    PIC xx.

       01 xPromoTable.
          05 xPromoElement OCCURS 200 TIMES.
             10 xPrmCodeTbl  PIC X(6).
             10 xPrmFruitTbl PIC X(14).
             10 nPrmPriceTbl PIC 9v99.
             10 nPrmPctTbl   PIC 99.
             10 nPrmStartTbl PIC 9(8).
             10 nPrmEndTbl   PIC 9(8).

       01 xLotTable.
          05 xLotElement OCCURS 300 TIMES.
          05 neSumUnits   PIC zzz9.
          05 FILLER       PIC X(7)  VALUE ' units '.
          05 neSumRevenue PIC $z,zz9.99.
          05 FILLER       PIC X(3)  VALUE ' @ '.
          05 neSumPrice   PIC $9.99.
          05 FILLER       PIC X(1)  VALUE SPACE.
          05 xSumPromo    PIC X(6).

       01 xSumTotal.
          05 FILLER       PIC X(6)  VALUE 'TOTAL '.
              USING FRUITFILE
              GIVING SORTEDFRUIT.
           SORT SRTSALESWK ON ASCENDING KEY xSrtSaleFruit
              nSrtSaleDate
              USING SALESFILE
              GIVING SORTEDSALES.
           OPEN INPUT SORTEDFRUIT.
           END-ACCEPT.
           PERFORM 150-LOAD-SUPPLIER-COSTS.
           PERFORM 160-LOAD-LOTS.
           MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName.
           ACCEPT xGlAcctFileName FROM ENVIRONMENT
              'FRUIT_GL_ACCOUNT_FILE'
              ON EXCEPTION
                 MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName
           END-ACCEPT.
           PERFORM 170-LOAD-GL-ACCOUNTS.
           MOVE 'FruitPromos.txt' TO xPromoFileName.
           ACCEPT xPromoFileName FROM ENVIRONMENT 'FRUIT_PROMO_FILE'
              ON EXCEPTION
                 MOVE 'FruitPromos.txt' TO xPromoFileName
           END-ACCEPT.
           PERFORM 180-LOAD-PROMOS.
           OPEN EXTEND SALESHIST.
           IF xHistStatus NOT = '00'
              OPEN OUTPUT SALESHIST
           END-IF.
           OPEN OUTPUT SUMFILE.
           MOVE nRunDate TO neSumDate.
           MOVE xSumHeading TO xSumLine.
                END-IF,
           END-READ.

       170-LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCTFILE.
           IF xGlAcctStatus = '00'
              READ GLACCTFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE xGaInvIn TO xGlInvAcct
                    MOVE xGaCogsIn TO xGlCogsAcct
              END-READ
           END-IF.
           CLOSE GLACCTFILE.
           IF xGlInvAcct = SPACES OR xGlCogsAcct = SPACES
              DISPLAY 'NO FRUIT GL ACCOUNTS ON FILE - GL EXTRACT '
                 'SKIPPED'
           END-IF.

       180-LOAD-PROMOS.
           OPEN INPUT PROMOFILE.
           IF xPromoStatus = '00'
              PERFORM 181-READ-PROMO UNTIL xPromoEOF = 'y'
           END-IF.
           CLOSE PROMOFILE.

       181-READ-PROMO. *> a promotion with no price and no percent,
          *> or ending before it starts, can never apply - dropped
           READ PROMOFILE
              AT END
                MOVE 'y' TO xPromoEOF,
              NOT AT END
                IF nPrmPrice NOT NUMERIC
                   MOVE 0 TO nPrmPrice
                END-IF
                IF nPrmPctOff NOT NUMERIC
                   MOVE 0 TO nPrmPctOff
                END-IF
                IF (nPrmPrice = 0 AND nPrmPctOff = 0)
                   OR nPrmStart NOT NUMERIC OR nPrmEnd NOT NUMERIC
                   OR nPrmEnd < nPrmStart
                   DISPLAY 'PROMOTION ' xPrmCode ' ' xPrmFruit
                      ' IS INCOMPLETE - IGNORED'
                ELSE
                   IF nPromoCnt < 200
                      ADD 1 TO nPromoCnt
                      MOVE xPrmCode TO xPrmCodeTbl(nPromoCnt)
                      MOVE xPrmFruit TO xPrmFruitTbl(nPromoCnt)
                      MOVE nPrmPrice TO nPrmPriceTbl(nPromoCnt)
                      MOVE nPrmPctOff TO nPrmPctTbl(nPromoCnt)
                      MOVE nPrmStart TO nPrmStartTbl(nPromoCnt)
                      MOVE nPrmEnd TO nPrmEndTbl(nPromoCnt)
                   ELSE
                      DISPLAY 'PROMOTION TABLE FULL - ' xPrmCode
                         ' IGNORED'
                   END-IF
                END-IF,
           END-READ.

       205-READ-FRUIT.
           READ SORTEDFRUIT
              AT END
           ELSE
              SUBTRACT nSaleQty FROM nMstQuantity
              ADD 1 TO nPostedCnt
              PERFORM 232-PRICE-SALE
              IF nGrpUnits > 0 AND (nChargePrice NOT = nGrpPrice
                 OR xChargePromo NOT = xGrpPromo)
                 PERFORM 262-WRITE-SUMMARY
              END-IF
              MOVE nChargePrice TO nGrpPrice
              MOVE xChargePromo TO xGrpPromo
              ADD nSaleQty TO nGrpUnits
              COMPUTE nGrpRevenue = nGrpRevenue
                 + (nSaleQty * nChargePrice)
              ADD nSaleQty TO nFruitUnits
              COMPUTE nFruitRevenue = nFruitRevenue
                 + (nSaleQty * nChargePrice)
              PERFORM 235-COST-SALE
              PERFORM 236-DRAW-LOTS
              PERFORM 238-WRITE-HISTORY
           END-IF.

       232-PRICE-SALE. *> the lowest price among the promotions
          *> running on the sale's date - never above the list price
           MOVE nMstPrice TO nChargePrice.
           MOVE SPACES TO xChargePromo.
           PERFORM VARYING nPromoSub FROM 1 BY 1
              UNTIL nPromoSub > nPromoCnt
              IF xPrmFruitTbl(nPromoSub) = xMstFruit
                 AND nSaleDate NOT < nPrmStartTbl(nPromoSub)
                 AND nSaleDate NOT > nPrmEndTbl(nPromoSub)
                 IF nPrmPriceTbl(nPromoSub) > 0
                    MOVE nPrmPriceTbl(nPromoSub) TO nPromoPrice
                 ELSE
                    COMPUTE nPromoPrice ROUNDED = nMstPrice
                       * (100 - nPrmPctTbl(nPromoSub)) / 100
                 END-IF
                 IF nPromoPrice < nChargePrice
                    MOVE nPromoPrice TO nChargePrice
                    MOVE xPrmCodeTbl(nPromoSub) TO xChargePromo
                 END-IF
              END-IF
           END-PERFORM.
           IF xChargePromo NOT = SPACES
              ADD 1 TO nPromoSaleCnt
           END-IF.

       238-WRITE-HISTORY.
           MOVE nSaleDate TO nHstSaleDate.
           MOVE xMstFruit TO xHstFruit.
           MOVE nSaleQty TO nHstQty.
           MOVE nChargePrice TO nHstPrice.
           MOVE nUnitCost TO nHstCost.
           MOVE xChargePromo TO xHstPromo.
           MOVE nRunDate TO nHstPostDate.
           WRITE xHistRecord.

       236-DRAW-LOTS. *> FIFO - the sale empties the oldest lot of
          *> this fruit before touching a newer one
           MOVE nSaleQty TO nDrawRemain.
           DISPLAY xExcDetail.

       260-WRITE-FRUIT. *> one inventory record and, when it sold
          *> today, a summary line for each price it sold at and one
          *> margin line per fruit
           IF nFruitUnits > 0
              PERFORM 262-WRITE-SUMMARY
              PERFORM 265-WRITE-MARGIN
              ADD nFruitUnits TO nTotUnits
              ADD nFruitRevenue TO nTotRevenue
           MOVE xMstRec TO xNewRec.
           WRITE xNewRec.

       262-WRITE-SUMMARY.
           MOVE xMstFruit TO xSumFruit.
           MOVE nGrpUnits TO neSumUnits.
           MOVE nGrpRevenue TO neSumRevenue.
           MOVE nGrpPrice TO neSumPrice.
           MOVE xGrpPromo TO xSumPromo.
           MOVE xSumDetail TO xSumLine.
           WRITE xSumLine BEFORE ADVANCING 1 LINE.
           MOVE 0 TO nGrpUnits.
           MOVE 0 TO nGrpRevenue.

       265-WRITE-MARGIN. *> a fruit selling below its cost is the
          *> line purchasing needs to see before the gut repricing
           MOVE xMstFruit TO xMgnFruit.
           CLOSE SORTEDSALES.
           CLOSE NEWFRUIT.
           CLOSE EXCFILE.
           CLOSE SALESHIST.
           MOVE nTotUnits TO neTotUnits.
           MOVE nTotRevenue TO neTotRevenue.
           MOVE xSumTotal TO xSumLine.
           MOVE xMarginTotal TO xMarginLine.
           WRITE xMarginLine BEFORE ADVANCING 1 LINE.
           CLOSE MARGINFILE.
           IF nPromoSaleCnt > 0
              DISPLAY nPromoSaleCnt ' SALE(S) AT PROMOTION PRICES'
           END-IF.
           IF nBelowCostCnt > 0
              DISPLAY nBelowCostCnt ' FRUIT(S) SOLD BELOW COST - '
                 'SEE Fruit-margin.txt'
           PERFORM 310-ADVANCE-LIVE.
           PERFORM 320-SAVE-LOTS.
           PERFORM 330-RETIRE-SALES.
           PERFORM 340-WRITE-GL-EXTRACT.
           CALL "releaseFileLock" USING xFruitFileName xLockMode
              xLockResult.
           DISPLAY nSalesCnt ' SALES, ' nPostedCnt ' POSTED, '
                 MOVE xSalesRecord TO xSalesArchLine
                 WRITE xSalesArchLine,
           END-READ.

       340-WRITE-GL-EXTRACT. *> one balanced batch per run - the
          *> cost of what sold moves out of inventory into cost of
          *> goods sold - named fresh for the day and queued for GL-POST
           IF nTotCost > 0
              AND xGlInvAcct NOT = SPACES AND xGlCogsAcct NOT = SPACES
              MOVE 'Fruit-post-glext' TO xGlExtFileName
              MOVE 'N' TO xGlqMode
              CALL "glQueueBatch" USING xGlqMode xGlExtFileName
                 nRunDate
              IF xGlExtFileName = SPACES
                 DISPLAY 'NO FREE GL EXTRACT NAME FOR TODAY - '
                    'COST OF SALES NOT SENT TO THE LEDGER'
                 MOVE "WARNING" TO xEojCode
              ELSE
                 OPEN OUTPUT GLEXTFILE
                 MOVE 0 TO nGlDeptOut
                 MOVE SPACES TO xGlJobOut
                 MOVE nTotCost TO nGlAmtOut
                 MOVE xGlCogsAcct TO xGlAcctOut
                 MOVE 'D' TO xGlDrCrOut
                 MOVE 'FRUIT COGS' TO xGlDescOut
                 WRITE xGlExtRecord
                 MOVE xGlInvAcct TO xGlAcctOut
                 MOVE 'C' TO xGlDrCrOut
                 MOVE 'FRUIT SOLD' TO xGlDescOut
                 WRITE xGlExtRecord
                 MOVE 'TOTAL ' TO xGlAcctOut
                 MOVE 'D' TO xGlDrCrOut
                 MOVE 'EXTRACT DEBITS' TO xGlDescOut
                 WRITE xGlExtRecord
                 MOVE 'C' TO xGlDrCrOut
                 MOVE 'EXTRACT CREDITS' TO xGlDescOut
                 WRITE xGlExtRecord
                 CLOSE GLEXTFILE
                 MOVE 'Q' TO xGlqMode
                 CALL "glQueueBatch" USING xGlqMode xGlExtFileName
                    nRunDate
                 MOVE nTotCost TO neGlValue
                 DISPLAY 'COST OF SALES ' neGlValue ' QUEUED TO '
                    'THE LEDGER ON ' FUNCTION TRIM(xGlExtFileName)
              END-IF
           END-IF.
