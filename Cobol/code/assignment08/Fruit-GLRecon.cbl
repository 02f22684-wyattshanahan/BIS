       identification division.
       program-id. Fruit-GLRecon.
       author. WYATT SHANAHAN.

      *> Month-end proof of the fruit inventory account. The stock on
      *> hand is extended at the supplier's unit cost two ways - off
      *> the fruit master (FixedFruits.txt) and off the receiving
      *> lots (FruitLots.txt) - fruit by fruit, with any fruit whose
      *> master and lot quantities disagree flagged. The inventory
      *> account's ledger balance at the end of the period
      *> (FRUIT_GL_PERIOD, YYYYMM, default the run date's month) plus
      *> whatever the batches still waiting on GLBatches.ctl will do
      *> to that account when GL-POST runs is the book figure both
      *> extended values are held against. Any difference makes it a
      *> WARNING run - the report says which side to look at.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRUITFILE ASSIGN TO DYNAMIC xFruitFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xFruitStatus.
           SELECT OPTIONAL LOTFILE ASSIGN TO "FruitLots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xLotStatus.
           SELECT OPTIONAL SUPPFILE ASSIGN TO DYNAMIC xSuppFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xSuppStatus.
           SELECT OPTIONAL GLACCTFILE ASSIGN TO DYNAMIC
              xGlAcctFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGlAcctStatus.
           SELECT OPTIONAL CTLFILE ASSIGN TO "GLBatches.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xCtlStatus.
           SELECT OPTIONAL GLEXTFILE ASSIGN TO DYNAMIC xGlExtFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGlExtStatus.
           SELECT REPFILE ASSIGN TO "Fruit-GL-recon.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD FRUITFILE.
       01 xFruitRecord.
          05 xInFruit      PIC X(14).
          05 nInQuantity   PIC 999.
          05 nInPrice      PIC 9v99.
          05 nInReorderPt  PIC 999.
          05 nInReorderQty PIC 999.
          05 nInShelfDays  PIC 999.

       FD LOTFILE.
       01 xLotRecord.
          05 xLotFruit     PIC X(14).
          05 nLotQty       PIC 999.
          05 nLotRecvDate  PIC 9(8).

       FD SUPPFILE.
       01 xSuppRecord.
          05 xSupFruit     PIC X(14).
          05 xSupCode      PIC X(4).
          05 nSupCostIn    PIC 9v99.

       FD GLACCTFILE. *> the fruit side's ledger accounts - one
          *> record
       01 xGlAcctRecord.
          05 xGaInvIn      PIC x(6). *> inventory
          05 xGaCogsIn     PIC x(6). *> cost of goods sold
          05 xGaShrinkIn   PIC x(6). *> spoilage / shrink expense
          05 xGaRniIn      PIC x(6). *> received not invoiced

       FD CTLFILE. *> batches queued for GL-POST, one name a line
       01 xCtlRecord       PIC x(100).

       FD GLEXTFILE. *> a queued batch - PAYROLL-01's GL extract
          *> layout
       01 xGlExtRecord.
          05 xGlAcctIn      PIC x(6).
          05 xGlDrCrIn      PIC x.
          05 nGlAmtIn       PIC s9(7)v99 SIGN IS TRAILING.
          05 nGlDeptIn      PIC 9.
          05 xGlDescIn      PIC x(16).
          05 xGlJobIn       PIC x(4).

       FD REPFILE.
       01 xRepLine      PIC X(90).

       WORKING-STORAGE SECTION.

       77 xFruitFileName PIC X(100).
       77 xSuppFileName  PIC X(100).
       77 xGlAcctFileName PIC X(100).
       77 xGlExtFileName PIC X(100).
       77 xFruitStatus   PIC xx.
       77 xLotStatus     PIC xx.
       77 xSuppStatus    PIC xx.
       77 xGlAcctStatus  PIC xx.
       77 xCtlStatus     PIC xx.
       77 xGlExtStatus   PIC xx.
       77 xEOF           PIC x     VALUE 'n'.
       77 xExtEOF        PIC x     VALUE 'n'.
       77 nSuppCnt       PIC 99    VALUE 0.
       77 nSuppSub       PIC 99    VALUE 0.
       77 nLotCnt        PIC 99    VALUE 0.
       77 nLotSub        PIC 99    VALUE 0.
       77 nUnitCost      PIC 9v99  VALUE 0.
       77 xCostFound     PIC x     VALUE 'n'.
       77 nFruitLotQty   PIC 9(5)  VALUE 0.
       77 nMastValue     PIC 9(7)v99 VALUE 0.
       77 nLotValue      PIC 9(7)v99 VALUE 0.
       77 nTotMastValue  PIC 9(9)v99 VALUE 0.
       77 nTotLotValue   PIC 9(9)v99 VALUE 0.
       77 nQtyDiffCnt    PIC 999   VALUE 0.
       77 nNoCostCnt     PIC 999   VALUE 0.
       77 xGlInvAcct     PIC x(6)  VALUE SPACES.
       77 xPeriodIn      PIC x(6)  VALUE SPACES.
       77 nPeriod        PIC 9(6)  VALUE 0.
       77 xGlbMode       PIC x     VALUE 'B'.
       77 nGlBalance     PIC s9(9)v99 VALUE 0.
       77 nInTransit     PIC s9(9)v99 VALUE 0.
       77 nBookValue     PIC s9(9)v99 VALUE 0.
       77 nMastDiff      PIC s9(9)v99 VALUE 0.
       77 nLotDiff       PIC s9(9)v99 VALUE 0.
       77 nBatchCnt      PIC 999   VALUE 0.
       77 nMissingCnt    PIC 999   VALUE 0.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "FRUIT-GLRECON".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".

       01 xSuppCostTable.
          05 xSuppElement OCCURS 50 TIMES.
             10 xSupFruitTbl PIC X(14).
             10 nSupCostTbl  PIC 9v99.

       01 xLotTable. *> lot quantity summed by fruit
          05 xLotElement OCCURS 50 TIMES.
             10 xLotFruitTbl PIC X(14).
             10 nLotQtyTbl   PIC 9(5).
             10 xLotSeenTbl  PIC x. *> y once the master has it

       01 xRepHeading.
          05 FILLER      PIC X(26) VALUE 'FRUIT INVENTORY GL RECONCI'.
          05 FILLER      PIC X(12) VALUE 'LIATION     '.
          05 FILLER      PIC X(8)  VALUE 'PERIOD  '.
          05 nePeriod    PIC 9999/99.
          05 FILLER      PIC X(5)  VALUE SPACES.
          05 FILLER      PIC X(4)  VALUE 'RUN '.
          05 neRepDate   PIC 9999/99/99.

       01 xRepColumns.
          05 FILLER      PIC X(17) VALUE 'FRUIT'.
          05 FILLER      PIC X(6)  VALUE 'MASTER'.
          05 FILLER      PIC X(8)  VALUE '    LOTS'.
          05 FILLER      PIC X(8)  VALUE '    COST'.
          05 FILLER      PIC X(14) VALUE '  MASTER VALUE'.
          05 FILLER      PIC X(15) VALUE '      LOT VALUE'.

       01 xRepDetail.
          05 xRepFruit    PIC X(14).
          05 FILLER       PIC X(4)  VALUE SPACES.
          05 neRepMastQty PIC zzzz9.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 neRepLotQty  PIC zzzz9.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 neRepCost    PIC z9.99.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRepMastVal PIC z,zzz,zz9.99.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 neRepLotVal  PIC z,zzz,zz9.99.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRepFlag     PIC X(17).

       01 xRepTotal.
          05 FILLER       PIC X(40) VALUE 'TOTAL EXTENDED VALUE'.
          05 neRepTotMast PIC zz,zzz,zz9.99.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRepTotLot  PIC zz,zzz,zz9.99.

       01 xRepAmount.
          05 xRepLabel    PIC X(42).
          05 neRepAmount  PIC zz,zzz,zz9.99-.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRepNote     PIC X(30).

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-LOOP UNTIL xEOF = 'y'.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE 'FixedFruits.txt' TO xFruitFileName.
           ACCEPT xFruitFileName FROM ENVIRONMENT 'FRUIT_FILE'
              ON EXCEPTION
                 MOVE 'FixedFruits.txt' TO xFruitFileName
           END-ACCEPT.
           MOVE 'FruitSuppliers.txt' TO xSuppFileName.
           ACCEPT xSuppFileName FROM ENVIRONMENT 'FRUIT_SUPPLIER_FILE'
              ON EXCEPTION
                 MOVE 'FruitSuppliers.txt' TO xSuppFileName
           END-ACCEPT.
           MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName.
           ACCEPT xGlAcctFileName FROM ENVIRONMENT
              'FRUIT_GL_ACCOUNT_FILE'
              ON EXCEPTION
                 MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName
           END-ACCEPT.
           MOVE nRunDate(1:6) TO xPeriodIn.
           ACCEPT xPeriodIn FROM ENVIRONMENT 'FRUIT_GL_PERIOD'
              ON EXCEPTION
                 MOVE nRunDate(1:6) TO xPeriodIn
           END-ACCEPT.
           IF xPeriodIn NOT NUMERIC
              OR xPeriodIn(5:2) < '01' OR xPeriodIn(5:2) > '12'
              MOVE 'bad FRUIT_GL_PERIOD' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           MOVE xPeriodIn TO nPeriod.
           PERFORM 130-LOAD-SUPPLIER-COSTS.
           PERFORM 140-LOAD-LOTS.
           PERFORM 150-LOAD-GL-ACCOUNTS.
           IF xGlInvAcct = SPACES
              MOVE 'no inventory account on file' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           OPEN INPUT FRUITFILE.
           IF xFruitStatus NOT = '00'
              MOVE "aborted - inventory missing" TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           OPEN OUTPUT REPFILE.
           MOVE nPeriod TO nePeriod.
           MOVE nRunDate TO neRepDate.
           MOVE xRepHeading TO xRepLine.
           WRITE xRepLine BEFORE ADVANCING 2 LINES.
           MOVE xRepColumns TO xRepLine.
           WRITE xRepLine BEFORE ADVANCING 1 LINE.

       130-LOAD-SUPPLIER-COSTS.
           OPEN INPUT SUPPFILE.
           IF xSuppStatus = '00'
              PERFORM 131-READ-SUPPLIER UNTIL xEOF = 'y'
           END-IF.
           CLOSE SUPPFILE.
           MOVE 'n' TO xEOF.

       131-READ-SUPPLIER.
           READ SUPPFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nSuppCnt < 50
                   ADD 1 TO nSuppCnt
                   MOVE xSupFruit TO xSupFruitTbl(nSuppCnt)
                   IF nSupCostIn NUMERIC
                      MOVE nSupCostIn TO nSupCostTbl(nSuppCnt)
                   ELSE
                      MOVE 0 TO nSupCostTbl(nSuppCnt)
                   END-IF
                END-IF,
           END-READ.

       140-LOAD-LOTS.
           OPEN INPUT LOTFILE.
           IF xLotStatus = '00'
              PERFORM 141-READ-LOT UNTIL xEOF = 'y'
           END-IF.
           CLOSE LOTFILE.
           MOVE 'n' TO xEOF.

       141-READ-LOT.
           READ LOTFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nLotQty NUMERIC
                   PERFORM 142-ADD-LOT
                END-IF,
           END-READ.

       142-ADD-LOT.
           PERFORM VARYING nLotSub FROM 1 BY 1
              UNTIL nLotSub > nLotCnt
              IF xLotFruitTbl(nLotSub) = xLotFruit
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nLotSub > nLotCnt AND nLotCnt < 50
              ADD 1 TO nLotCnt
              MOVE nLotCnt TO nLotSub
              MOVE xLotFruit TO xLotFruitTbl(nLotSub)
              MOVE 0 TO nLotQtyTbl(nLotSub)
              MOVE 'n' TO xLotSeenTbl(nLotSub)
           END-IF.
           IF nLotSub <= nLotCnt
              ADD nLotQty TO nLotQtyTbl(nLotSub)
           END-IF.

       150-LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCTFILE.
           IF xGlAcctStatus = '00'
              READ GLACCTFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE xGaInvIn TO xGlInvAcct
              END-READ
           END-IF.
           CLOSE GLACCTFILE.

       200-LOOP.
           READ FRUITFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                PERFORM 210-EXTEND-FRUIT,
           END-READ.

       210-EXTEND-FRUIT.
           MOVE SPACES TO xRepFlag.
           PERFORM 220-FIND-COST.
           MOVE 0 TO nFruitLotQty.
           PERFORM VARYING nLotSub FROM 1 BY 1
              UNTIL nLotSub > nLotCnt
              IF xLotFruitTbl(nLotSub) = xInFruit
                 MOVE nLotQtyTbl(nLotSub) TO nFruitLotQty
                 MOVE 'y' TO xLotSeenTbl(nLotSub)
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nInQuantity NOT NUMERIC
              MOVE 0 TO nInQuantity
           END-IF.
           COMPUTE nMastValue = nInQuantity * nUnitCost.
           COMPUTE nLotValue = nFruitLotQty * nUnitCost.
           ADD nMastValue TO nTotMastValue.
           ADD nLotValue TO nTotLotValue.
           IF nInQuantity NOT = nFruitLotQty
              MOVE '*QTY DIFFERS' TO xRepFlag
              ADD 1 TO nQtyDiffCnt
           END-IF.
           IF xCostFound = 'n'
              MOVE '*NO SUPPLIER COST' TO xRepFlag
              ADD 1 TO nNoCostCnt
           END-IF.
           MOVE xInFruit TO xRepFruit.
           MOVE nInQuantity TO neRepMastQty.
           MOVE nFruitLotQty TO neRepLotQty.
           PERFORM 230-WRITE-DETAIL.

       220-FIND-COST.
           MOVE 0 TO nUnitCost.
           MOVE 'n' TO xCostFound.
           PERFORM VARYING nSuppSub FROM 1 BY 1
              UNTIL nSuppSub > nSuppCnt
              IF xSupFruitTbl(nSuppSub) = xInFruit
                 MOVE nSupCostTbl(nSuppSub) TO nUnitCost
                 MOVE 'y' TO xCostFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       230-WRITE-DETAIL.
           MOVE nUnitCost TO neRepCost.
           MOVE nMastValue TO neRepMastVal.
           MOVE nLotValue TO neRepLotVal.
           MOVE xRepDetail TO xRepLine.
           WRITE xRepLine BEFORE ADVANCING 1 LINE.

       250-ORPHAN-LOTS. *> lots for a fruit the master no longer
          *> carries - still stock on the lot side
           PERFORM VARYING nLotSub FROM 1 BY 1
              UNTIL nLotSub > nLotCnt
              IF xLotSeenTbl(nLotSub) = 'n'
                 MOVE xLotFruitTbl(nLotSub) TO xInFruit
                 PERFORM 220-FIND-COST
                 COMPUTE nLotValue = nLotQtyTbl(nLotSub) * nUnitCost
                 ADD nLotValue TO nTotLotValue
                 MOVE 0 TO nMastValue
                 ADD 1 TO nQtyDiffCnt
                 MOVE '*NOT ON MASTER' TO xRepFlag
                 MOVE xInFruit TO xRepFruit
                 MOVE 0 TO neRepMastQty
                 MOVE nLotQtyTbl(nLotSub) TO neRepLotQty
                 PERFORM 230-WRITE-DETAIL
              END-IF
           END-PERFORM.

       260-IN-TRANSIT. *> what the queued batches will still do to
          *> the inventory account once GL-POST runs
           OPEN INPUT CTLFILE.
           IF xCtlStatus = '00'
              PERFORM 261-READ-CTL UNTIL xEOF = 'y'
           END-IF.
           CLOSE CTLFILE.

       261-READ-CTL.
           READ CTLFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xCtlRecord NOT = SPACES
                   MOVE xCtlRecord TO xGlExtFileName
                   PERFORM 262-SUM-BATCH
                END-IF,
           END-READ.

       262-SUM-BATCH.
           MOVE 'n' TO xExtEOF.
           OPEN INPUT GLEXTFILE.
           IF xGlExtStatus = '00'
              ADD 1 TO nBatchCnt
              PERFORM 263-READ-EXTRACT UNTIL xExtEOF = 'y'
           ELSE
              ADD 1 TO nMissingCnt
              DISPLAY 'QUEUED BATCH NOT FOUND - '
                 FUNCTION TRIM(xGlExtFileName)
           END-IF.
           CLOSE GLEXTFILE.

       263-READ-EXTRACT.
           READ GLEXTFILE
              AT END
                MOVE 'y' TO xExtEOF,
              NOT AT END
                IF xGlAcctIn = xGlInvAcct AND nGlAmtIn NUMERIC
                   IF xGlDrCrIn = 'C'
                      SUBTRACT nGlAmtIn FROM nInTransit
                   ELSE
                      ADD nGlAmtIn TO nInTransit
                   END-IF
                END-IF,
           END-READ.

       300-TERMINATION.
           CLOSE FRUITFILE.
           PERFORM 250-ORPHAN-LOTS.
           MOVE 'n' TO xEOF.
           PERFORM 260-IN-TRANSIT.
           CALL "glBalanceFor" USING xGlInvAcct nPeriod xGlbMode
              nGlBalance.
           COMPUTE nBookValue = nGlBalance + nInTransit.
           COMPUTE nMastDiff = nTotMastValue - nBookValue.
           COMPUTE nLotDiff = nTotLotValue - nBookValue.
           MOVE nTotMastValue TO neRepTotMast.
           MOVE nTotLotValue TO neRepTotLot.
           MOVE SPACES TO xRepLine.
           WRITE xRepLine BEFORE ADVANCING 1 LINE.
           MOVE xRepTotal TO xRepLine.
           WRITE xRepLine BEFORE ADVANCING 2 LINES.
           MOVE SPACES TO xRepAmount.
           STRING 'GL BALANCE ACCOUNT ' DELIMITED BY SIZE
              xGlInvAcct DELIMITED BY SIZE
              INTO xRepLabel
           END-STRING.
           MOVE nGlBalance TO neRepAmount.
           PERFORM 310-WRITE-AMOUNT.
           MOVE 'QUEUED, NOT YET POSTED' TO xRepLabel.
           MOVE nInTransit TO neRepAmount.
           MOVE SPACES TO xRepNote.
           STRING nBatchCnt DELIMITED BY SIZE
              ' batches on GLBatches.ctl' DELIMITED BY SIZE
              INTO xRepNote
           END-STRING.
           PERFORM 310-WRITE-AMOUNT.
           MOVE 'BOOK VALUE' TO xRepLabel.
           MOVE nBookValue TO neRepAmount.
           PERFORM 310-WRITE-AMOUNT.
           MOVE 'MASTER VALUE LESS BOOK' TO xRepLabel.
           MOVE nMastDiff TO neRepAmount.
           IF nMastDiff NOT = 0
              MOVE '*OUT OF BALANCE' TO xRepNote
              MOVE "WARNING" TO xEojCode
           END-IF.
           PERFORM 310-WRITE-AMOUNT.
           MOVE 'LOT VALUE LESS BOOK' TO xRepLabel.
           MOVE nLotDiff TO neRepAmount.
           IF nLotDiff NOT = 0
              MOVE '*OUT OF BALANCE' TO xRepNote
              MOVE "WARNING" TO xEojCode
           END-IF.
           PERFORM 310-WRITE-AMOUNT.
           IF nQtyDiffCnt > 0 OR nNoCostCnt > 0 OR nMissingCnt > 0
              MOVE "WARNING" TO xEojCode
           END-IF.
           CLOSE REPFILE.
           MOVE nMastDiff TO neRepAmount.
           DISPLAY 'FRUIT INVENTORY RECONCILED FOR ' nPeriod
              ' - MASTER LESS BOOK ' neRepAmount.
           DISPLAY nQtyDiffCnt ' FRUITS WITH MASTER/LOT DIFFERENCES, '
              nNoCostCnt ' WITHOUT A SUPPLIER COST'.
           MOVE SPACES TO xAuditDetail.
           STRING "period=" DELIMITED BY SIZE
              nPeriod DELIMITED BY SIZE
              " qtydiff=" DELIMITED BY SIZE
              nQtyDiffCnt DELIMITED BY SIZE
              " nocost=" DELIMITED BY SIZE
              nNoCostCnt DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              xEojCode DELIMITED BY SPACE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-WRITE-AMOUNT.
           MOVE xRepAmount TO xRepLine.
           WRITE xRepLine BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xRepNote.

       900-ABORT.
           DISPLAY 'FRUIT GL RECONCILIATION ABORTED - '
              FUNCTION TRIM(xAuditDetail).
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.
