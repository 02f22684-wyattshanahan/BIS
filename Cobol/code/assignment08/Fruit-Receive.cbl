      *> variance register shows every short and over shipment by
      *> supplier - no more hand edits to FixedFruits.txt when the
      *> truck arrives. Posted receipts retire to a dated archive.
      *> The stock received is valued at the supplier's unit cost off
      *> FruitSuppliers.txt and goes to the ledger on a GL extract -
      *> debit inventory, credit received-not-invoiced, accounts off
      *> FruitGLAccounts.txt - queued on GLBatches.ctl for GL-POST.
      *> Every order line a receipt settles also goes on
      *> FruitReceived.txt - what was ordered, what came in - for
      *> FRUIT-MATCH to hold the supplier's invoice up against.

       environment division.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL LOTFILE ASSIGN TO "FruitLots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xLotStatus.
           SELECT OPTIONAL RCVDFILE ASSIGN TO "FruitReceived.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRcvdStatus.
           SELECT OPTIONAL SUPPFILE ASSIGN TO DYNAMIC xSuppFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xSuppStatus.
           SELECT OPTIONAL GLACCTFILE ASSIGN TO DYNAMIC
              xGlAcctFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGlAcctStatus.
           SELECT GLEXTFILE ASSIGN TO DYNAMIC xGlExtFileName
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
          05 nLotQty       PIC 999.
          05 nLotRecvDate  PIC 9(8).

       FD RCVDFILE. *> received, not yet billed - FRUIT-MATCH sets
          *> the voucher when the supplier's invoice takes it up
       01 xRcvdRecord.
          05 xRvdFruit     PIC X(14).
          05 xRvdSupplier  PIC X(4).
          05 nRvdOrdQty    PIC 999. *> the part of the order line
             *> this receipt settles
          05 nRvdRcvQty    PIC 999.
          05 nRvdOrdDate   PIC 9(8).
          05 nRvdRcvDate   PIC 9(8).
          05 nRvdVoucher   PIC 9(6). *> 0 = not yet billed

       FD SUPPFILE. *> fruit-to-supplier reference with unit cost
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

       FD GLEXTFILE. *> same layout as PAYROLL-01's GL extract
       01 xGlExtRecord.
          05 xGlAcctOut     PIC x(6).
          05 xGlDrCrOut     PIC x. *> D = debit, C = credit
          05 nGlAmtOut      PIC s9(7)v99 SIGN IS TRAILING.
          05 nGlDeptOut     PIC 9.
          05 xGlDescOut     PIC x(16).
          05 xGlJobOut      PIC x(4).

       WORKING-STORAGE SECTION.

       77 xFruitFileName   PIC X(100).
       77 xAuditEventEnd   PIC X(8)  VALUE "END".
       77 xEojCode         PIC X(8)  VALUE "CLEAN".
       77 xLotStatus       PIC xx.
       77 xRcvdStatus      PIC xx.
       77 nCoverQty        PIC 999   VALUE 0.
       77 xSuppFileName    PIC X(100).
       77 xSuppStatus      PIC xx. *> SUPPFILE is OPTIONAL - with no
          *> costs on file receipts go to the ledger at zero
       77 nSuppCnt         PIC 99    VALUE 0.
       77 nSuppSub         PIC 99    VALUE 0.
       77 nUnitCost        PIC 9v99  VALUE 0.
       77 nRcptValue       PIC 9(7)v99 VALUE 0. *> stock posted,
          *> at cost
       77 xGlAcctFileName  PIC X(100).
       77 xGlAcctStatus    PIC xx. *> GLACCTFILE is OPTIONAL - without
          *> it no extract is written, warned loudly
       77 xGlExtFileName   PIC X(100).
       77 xGlqMode         PIC x.
       77 xGlInvAcct       PIC x(6)  VALUE SPACES.
       77 xGlRniAcct       PIC x(6)  VALUE SPACES.
       77 neGlValue        PIC $z,zzz,zz9.99.
           COPY "rundate-ws.cbl".

       01 xSuppCostTable.
          05 xSuppCostElement OCCURS 50 TIMES.
             10 xSupFruitTbl PIC X(14).
             10 nSupCostTbl  PIC 9v99.

       01 xFruitTable. *> the live inventory, stock added in place
          05 xFruitElement OCCURS 200 TIMES.
             10 xTblFruit     PIC X(14).
           END-IF.
           PERFORM 110-LOAD-FRUIT.
           PERFORM 120-LOAD-ORDERS.
           MOVE 'FruitSuppliers.txt' TO xSuppFileName.
           ACCEPT xSuppFileName FROM ENVIRONMENT
              'FRUIT_SUPPLIER_FILE'
              ON EXCEPTION
                 MOVE 'FruitSuppliers.txt' TO xSuppFileName
           END-ACCEPT.
           PERFORM 130-LOAD-SUPPLIER-COSTS.
           MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName.
           ACCEPT xGlAcctFileName FROM ENVIRONMENT
              'FRUIT_GL_ACCOUNT_FILE'
              ON EXCEPTION
                 MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName
           END-ACCEPT.
           PERFORM 140-LOAD-GL-ACCOUNTS.
           OPEN INPUT RECEIPTFILE.
           IF xReceiptStatus NOT = '00'
              DISPLAY 'NO RECEIPTS ON FILE - NOTHING TO RECEIVE.'
           IF xLotStatus NOT = '00'
              OPEN OUTPUT LOTFILE
           END-IF.
           OPEN EXTEND RCVDFILE.
           IF xRcvdStatus NOT = '00'
              OPEN OUTPUT RCVDFILE
           END-IF.
           OPEN OUTPUT VARFILE.
           MOVE nRunDate TO neVarDate.
           MOVE xVarHeading TO xVarLine.
                END-IF,
           END-READ.

       130-LOAD-SUPPLIER-COSTS.
           OPEN INPUT SUPPFILE.
           IF xSuppStatus = '00'
              PERFORM 131-READ-SUPPLIER UNTIL xEOF = 'y'
           ELSE
              DISPLAY 'NO SUPPLIER REFERENCE - RECEIPTS WILL GO TO '
                 'THE LEDGER AT ZERO COST'
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

       140-LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCTFILE.
           IF xGlAcctStatus = '00'
              READ GLACCTFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE xGaInvIn TO xGlInvAcct
                    MOVE xGaRniIn TO xGlRniAcct
              END-READ
           END-IF.
           CLOSE GLACCTFILE.
           IF xGlInvAcct = SPACES OR xGlRniAcct = SPACES
              DISPLAY 'NO FRUIT GL ACCOUNTS ON FILE - GL EXTRACT '
                 'SKIPPED'
           END-IF.

       200-LOOP.
           READ RECEIPTFILE
              AT END

       225-SETTLE-ORDER-LINE.
           COMPUTE nVarQty = nRcpQtyIn - nOrdQtyTbl(nOrderSub).
           IF nVarQty < 0
              MOVE nRcpQtyIn TO nCoverQty
           ELSE
              MOVE nOrdQtyTbl(nOrderSub) TO nCoverQty
           END-IF.
           EVALUATE TRUE
              WHEN nVarQty > 0
      *> over shipment - the line closes and the excess is on the
           MOVE xVarDetail TO xVarLine.
           WRITE xVarLine BEFORE ADVANCING 1 LINE.
           DISPLAY xVarDetail.
           MOVE xRcpFruitIn TO xRvdFruit.
           MOVE xOrdSuppTbl(nOrderSub) TO xRvdSupplier.
           MOVE nCoverQty TO nRvdOrdQty.
           MOVE nRcpQtyIn TO nRvdRcvQty.
           MOVE nOrdDateTbl(nOrderSub) TO nRvdOrdDate.
           IF nRcpDateIn > 0
              MOVE nRcpDateIn TO nRvdRcvDate
           ELSE
              MOVE nRunDate TO nRvdRcvDate
           END-IF.
           MOVE 0 TO nRvdVoucher.
           WRITE xRcvdRecord.

       230-ADD-STOCK. *> stock caps at the field's 999 with a
          *> warning rather than wrapping around; the lot carries
                    MOVE nRunDate TO nLotRecvDate
                 END-IF
                 WRITE xLotRecord
                 PERFORM 235-COST-RECEIPT
              END-IF
           END-IF.

       235-COST-RECEIPT. *> value what was posted at the supplier's
          *> unit cost, the same cost the sale and the write-off use
           MOVE 0 TO nUnitCost.
           PERFORM VARYING nSuppSub FROM 1 BY 1
              UNTIL nSuppSub > nSuppCnt
              IF xSupFruitTbl(nSuppSub) = xRcpFruitIn
                 MOVE nSupCostTbl(nSuppSub) TO nUnitCost
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           COMPUTE nRcptValue = nRcptValue + (nPostQty * nUnitCost).

       300-TERMINATION.
           CLOSE RECEIPTFILE.
           CLOSE VARFILE.
           CLOSE LOTFILE.
           CLOSE RCVDFILE.
           PERFORM 310-WRITE-NEW-FRUIT.
           PERFORM 320-ADVANCE-LIVE.
           PERFORM 330-SAVE-ORDERS.
           PERFORM 340-RETIRE-RECEIPTS.
           PERFORM 350-WRITE-GL-EXTRACT.
           CALL "releaseFileLock" USING xFruitFileName xLockMode
              xLockResult.
           DISPLAY nRcptCnt ' RECEIPTS, ' nPostedCnt ' POSTED, '
                 MOVE xReceiptRecord TO xRcptArchLine
                 WRITE xRcptArchLine,
           END-READ.

       350-WRITE-GL-EXTRACT. *> one balanced batch per run - debit
          *> inventory, credit received-not-invoiced until the
          *> supplier's invoice clears it - named fresh for the day
          *> and queued for GL-POST
           IF nRcptValue > 0
              AND xGlInvAcct NOT = SPACES AND xGlRniAcct NOT = SPACES
              MOVE 'Fruit-receive-glext' TO xGlExtFileName
              MOVE 'N' TO xGlqMode
              CALL "glQueueBatch" USING xGlqMode xGlExtFileName
                 nRunDate
              IF xGlExtFileName = SPACES
                 DISPLAY 'NO FREE GL EXTRACT NAME FOR TODAY - '
                    'RECEIPTS NOT SENT TO THE LEDGER'
                 MOVE "WARNING" TO xEojCode
              ELSE
                 OPEN OUTPUT GLEXTFILE
                 MOVE 0 TO nGlDeptOut
                 MOVE SPACES TO xGlJobOut
                 MOVE nRcptValue TO nGlAmtOut
                 MOVE xGlInvAcct TO xGlAcctOut
                 MOVE 'D' TO xGlDrCrOut
                 MOVE 'FRUIT RECEIPTS' TO xGlDescOut
                 WRITE xGlExtRecord
                 MOVE xGlRniAcct TO xGlAcctOut
                 MOVE 'C' TO xGlDrCrOut
                 MOVE 'RECEIVED NOT INV' TO xGlDescOut
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
                 MOVE nRcptValue TO neGlValue
                 DISPLAY 'RECEIPTS AT COST ' neGlValue ' QUEUED TO '
                    'THE LEDGER ON ' FUNCTION TRIM(xGlExtFileName)
              END-IF
           END-IF.
