       identification division.
       program-id. Fruit-Match.
       author. WYATT SHANAHAN.

      *> Three-way match of the fruit suppliers' invoices. The bills
      *> are keyed or filed line by line to FruitSupplierInvoices.txt
      *> (FRUIT_SUPPLIER_INVOICE_FILE) - supplier, invoice number and
      *> date, fruit, quantity billed, unit price - the lines of one
      *> invoice together. Each line is held up against what
      *> FRUIT-RECEIVE says was ordered and came in for that supplier
      *> and fruit (FruitReceived.txt, not yet billed) on quantity,
      *> and against the supplier's unit cost off FruitSuppliers.txt
      *> on price, within FRUIT_MATCH_QTY_PCT (default 5) and
      *> FRUIT_MATCH_PRICE_PCT (default 2) percent. Every invoice
      *> then goes onto APInvoices.txt under the next voucher, on the
      *> supplier's AP terms: open for AP-PAYRUN when every line
      *> matches, held when any line does not, with the held
      *> invoice's lines on the match-exception report - ordered,
      *> received and billed side by side - for purchasing to settle
      *> with the supplier before AP-INVOICE releases it. The
      *> receipts an invoice takes up carry its voucher from then on,
      *> so the same truck is never billed twice. An invoice that
      *> cannot go to AP at all (no AP vendor, bad date) stays on the
      *> input for the next run; one already on AP is dropped.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SINFILE ASSIGN TO DYNAMIC xSinFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xSinStatus.
           SELECT OPTIONAL SINARCH ASSIGN TO DYNAMIC xArchFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCVDFILE ASSIGN TO "FruitReceived.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRcvdStatus.
           SELECT OPTIONAL BILLEDFILE ASSIGN TO
              "FruitReceived-billed.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xBilledStatus.
           SELECT OPTIONAL ORDERFILE ASSIGN TO "FruitOrders-open.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xOrderStatus.
           SELECT OPTIONAL SUPPFILE ASSIGN TO DYNAMIC xSuppFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xSuppStatus.
           SELECT OPTIONAL VENFILE ASSIGN TO DYNAMIC xVenFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xVenStatus.
           SELECT OPTIONAL INVFILE ASSIGN TO DYNAMIC xInvFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xInvStatus.
           SELECT EXCFILE ASSIGN TO "Fruit-match-exceptions.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SINFILE. *> supplier invoice lines
       01 xSinRecord.
          05 xSinSupplier  PIC X(4).
          05 xSinInvNum    PIC X(15).
          05 nSinInvDate   PIC 9(8).
          05 xSinFruit     PIC X(14).
          05 nSinQty       PIC 999.
          05 nSinPrice     PIC 9v99.

       FD SINARCH.
       01 xSinArchLine  PIC X(47).

       FD RCVDFILE. *> FRUIT-RECEIVE's received, not yet billed
       01 xRcvdRecord.
          05 xRvdFruit     PIC X(14).
          05 xRvdSupplier  PIC X(4).
          05 nRvdOrdQty    PIC 999.
          05 nRvdRcvQty    PIC 999.
          05 nRvdOrdDate   PIC 9(8).
          05 nRvdRcvDate   PIC 9(8).
          05 nRvdVoucher   PIC 9(6).

       FD BILLEDFILE. *> receipts an invoice has taken up
       01 xBilledLine   PIC X(46).

       FD ORDERFILE.
       01 xOrderRecord.
          05 xOrdFruit     PIC X(14).
          05 xOrdSupplier  PIC X(4).
          05 nOrdQty       PIC 999.
          05 nOrdDate      PIC 9(8).

       FD SUPPFILE. *> fruit-to-supplier reference with unit cost
       01 xSuppRecord.
          05 xSupFruit     PIC X(14).
          05 xSupCode      PIC X(4).
          05 nSupCostIn    PIC 9v99.

       FD VENFILE. *> AP-VENDOR's vendor master
       01 xVenRecord.
          05 xVenCodeIn    PIC X(4).
          05 xVenNameIn    PIC X(25).
          05 xVenStreetIn  PIC X(25).
          05 xVenCityIn    PIC X(16).
          05 xVenStateIn   PIC X(2).
          05 xVenZipIn     PIC X(10).
          05 xVenTypeIn    PIC X.
          05 nVenNetDaysIn PIC 9(3).
          05 nVenDiscPctIn PIC 99v99.
          05 nVenDiscDaysIn PIC 9(3).
          05 xVenGlAcctIn  PIC X(6).
          05 xVenStatusIn  PIC X.

       FD INVFILE. *> AP-INVOICE's invoice file
       01 xInvRecord    PIC X(121).

       FD EXCFILE.
       01 xExcLine      PIC X(100).

       WORKING-STORAGE SECTION.

       77 xSinFileName     PIC X(100).
       77 xSinStatus       PIC xx.
       77 xArchFileName    PIC X(100).
       77 xRcvdStatus      PIC xx.
       77 xBilledStatus    PIC xx.
       77 xOrderStatus     PIC xx.
       77 xSuppFileName    PIC X(100).
       77 xSuppStatus      PIC xx.
       77 xVenFileName     PIC X(100).
       77 xVenStatus       PIC xx.
       77 xInvFileName     PIC X(100).
       77 xInvStatus       PIC xx.
       77 xFruitFileName   PIC X(100).
       77 xLockMode        PIC x.
       77 xLockResult      PIC x.
       77 xEOF             PIC x     VALUE 'n'.
       77 xSinEOF          PIC x     VALUE 'n'.
       77 xParmPct         PIC X(6)  VALUE SPACES.
       77 nQtyTolPct       PIC 99v99 VALUE 5. *> FRUIT_MATCH_QTY_PCT
       77 nPriceTolPct     PIC 99v99 VALUE 2. *> FRUIT_MATCH_PRICE_PCT
       77 nRcvdCnt         PIC 999   VALUE 0.
       77 nRcvdSub         PIC 999   VALUE 0.
       77 nOrderCnt        PIC 99    VALUE 0.
       77 nOrderSub        PIC 99    VALUE 0.
       77 nSuppCnt         PIC 99    VALUE 0.
       77 nSuppSub         PIC 99    VALUE 0.
       77 nVenCnt          PIC 999   VALUE 0.
       77 nVenSub          PIC 999   VALUE 0.
       77 nInvCnt          PIC 9(4)  VALUE 0.
       77 nInvSub          PIC 9(4)  VALUE 0.
       77 nNextVoucher     PIC 9(6)  VALUE 0.
       77 nLineCnt         PIC 99    VALUE 0.
       77 nLineSub         PIC 99    VALUE 0.
       77 nCarryCnt        PIC 999   VALUE 0.
       77 nCarrySub        PIC 999   VALUE 0.
       77 xCurSupplier     PIC X(4)  VALUE SPACES.
       77 xCurInvNum       PIC X(15) VALUE SPACES.
       77 nCurInvDate      PIC 9(8)  VALUE 0.
       77 xTooManyLines    PIC x     VALUE 'n'.
       77 xInvResult       PIC x. *> R released, H held, C carried
          *> forward, D duplicate dropped
       77 xInvWhy          PIC X(26) VALUE SPACES.
       77 nInvAmt          PIC 9(7)v99 VALUE 0.
       77 nDueDate         PIC 9(8)  VALUE 0.
       77 nDiscDate        PIC 9(8)  VALUE 0.
       77 nDiscAmt         PIC 9(5)v99 VALUE 0.
       77 nQtyDiff         PIC S9(4) VALUE 0.
       77 nQtyTol          PIC 9(4)v99 VALUE 0.
       77 nPriceDiff       PIC S9v99 VALUE 0.
       77 nPriceTol        PIC 9v9999 VALUE 0.
       77 nSinCnt          PIC 9(4)  VALUE 0.
       77 nReleasedCnt     PIC 9(4)  VALUE 0.
       77 nReleasedAmt     PIC 9(9)v99 VALUE 0.
       77 nHeldCnt         PIC 9(4)  VALUE 0.
       77 nHeldAmt         PIC 9(9)v99 VALUE 0.
       77 nCarriedCnt      PIC 9(4)  VALUE 0.
       77 nDupCnt          PIC 9(4)  VALUE 0.
       77 neAmount         PIC $$,$$$,$$9.99.
       77 xAuditDetail     PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "FRUIT-MATCH".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd   PIC X(8)  VALUE "END".
       77 xEojCode         PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".

       01 xRcvdTable. *> receipts - the voucher is set as an invoice
          *> takes them up
          05 xRcvdElement OCCURS 500 TIMES.
             10 xRvdFruitTbl  PIC X(14).
             10 xRvdSuppTbl   PIC X(4).
             10 nRvdOrdTbl    PIC 999.
             10 nRvdRcvTbl    PIC 999.
             10 nRvdOrdDtTbl  PIC 9(8).
             10 nRvdRcvDtTbl  PIC 9(8).
             10 nRvdVouchTbl  PIC 9(6).

       01 xOrderTable. *> still open - quoted when nothing came in
          05 xOrderElement OCCURS 50 TIMES.
             10 xOrdFruitTbl  PIC X(14).
             10 xOrdSuppTbl   PIC X(4).
             10 nOrdQtyTbl    PIC 999.

       01 xSuppCostTable.
          05 xSuppCostElement OCCURS 50 TIMES.
             10 xSupFruitTbl PIC X(14).
             10 xSupCodeTbl  PIC X(4).
             10 nSupCostTbl  PIC 9v99.

       01 xVenTable.
          05 xVenElement OCCURS 500 TIMES.
             10 xVenCodeTbl   PIC X(4).
             10 nVenNetTbl    PIC 9(3).
             10 nVenPctTbl    PIC 99v99.
             10 nVenDaysTbl   PIC 9(3).
             10 xVenGlAcctTbl PIC X(6).
             10 xVenStatTbl   PIC X.

       01 xInvTable. *> AP-INVOICE's layout
          05 xInvElement OCCURS 3000 TIMES.
             10 nInvVouchTbl  PIC 9(6).
             10 xInvVendTbl   PIC X(4).
             10 xInvNumTbl    PIC X(15).
             10 nInvDateTbl   PIC 9(8).
             10 nInvDueTbl    PIC 9(8).
             10 nInvDiscDtTbl PIC 9(8).
             10 nInvAmtTbl    PIC 9(7)v99.
             10 nInvDiscTbl   PIC 9(5)v99.
             10 xInvGlAcctTbl PIC X(6).
             10 xInvStatTbl   PIC X.
             10 nInvCheckTbl  PIC 9(6).
             10 nInvPaidTbl   PIC 9(8).
             10 nInvTakenTbl  PIC 9(5)v99.
             10 xInvByTbl     PIC X(8).
             10 xInvDescTbl   PIC X(20).

       01 xLineTable. *> the invoice in hand, line by line
          05 xLineElement OCCURS 99 TIMES.
             10 xLnRaw        PIC X(47).
             10 xLnFruit      PIC X(14).
             10 nLnBilled     PIC 999.
             10 nLnPrice      PIC 9v99.
             10 nLnOrdered    PIC 9(4).
             10 nLnReceived   PIC 9(4).
             10 nLnCost       PIC 9v99.
             10 xLnNote       PIC X(26).

       01 xCarryTable. *> lines that go back on the input
          05 xCarryLine OCCURS 500 TIMES PIC X(47).

       01 xExcHeading.
          05 FILLER     PIC X(28) VALUE 'THREE-WAY MATCH EXCEPTIONS'.
          05 neExcDate  PIC 9999/99/99.
          05 FILLER     PIC X(17) VALUE '  QTY TOLERANCE '.
          05 neExcQtyTol PIC z9.99.
          05 FILLER     PIC X(19) VALUE '%  PRICE TOLERANCE '.
          05 neExcPriceTol PIC z9.99.
          05 FILLER     PIC X     VALUE '%'.

       01 xExcColumns.
          05 FILLER     PIC X(35) VALUE
             'SUPP INVOICE         FRUIT'.
          05 FILLER     PIC X(43) VALUE
             'ORDERED RECEIVED BILLED   COST  PRICE  NOTE'.

       01 xExcDetail.
          05 xExSupp      PIC X(4).
          05 FILLER       PIC X     VALUE SPACE.
          05 xExInv       PIC X(15).
          05 FILLER       PIC X     VALUE SPACE.
          05 xExFruit     PIC X(14).
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 neExOrd      PIC zzz9.
          05 FILLER       PIC X(5)  VALUE SPACES.
          05 neExRcv      PIC zzz9.
          05 FILLER       PIC X(4)  VALUE SPACES.
          05 neExBill     PIC zz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neExCost     PIC z9.99.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neExPrice    PIC z9.99.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xExNote      PIC X(26).

       01 xExcTotal.
          05 neExTotCnt   PIC zzz9.
          05 xExTotTag    PIC X(30).
          05 neExTotAmt   PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-LOOP UNTIL xSinEOF = 'y'.
           IF nLineCnt > 0
              PERFORM 300-SETTLE-INVOICE
           END-IF.
           PERFORM 400-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE 'FruitSupplierInvoices.txt' TO xSinFileName.
           ACCEPT xSinFileName FROM ENVIRONMENT
              'FRUIT_SUPPLIER_INVOICE_FILE'
              ON EXCEPTION
                 MOVE 'FruitSupplierInvoices.txt' TO xSinFileName
           END-ACCEPT.
           MOVE 'FruitSuppliers.txt' TO xSuppFileName.
           ACCEPT xSuppFileName FROM ENVIRONMENT
              'FRUIT_SUPPLIER_FILE'
              ON EXCEPTION
                 MOVE 'FruitSuppliers.txt' TO xSuppFileName
           END-ACCEPT.
           MOVE 'APVendors.txt' TO xVenFileName.
           ACCEPT xVenFileName FROM ENVIRONMENT 'AP_VENDOR_FILE'
              ON EXCEPTION
                 MOVE 'APVendors.txt' TO xVenFileName
           END-ACCEPT.
           MOVE 'APInvoices.txt' TO xInvFileName.
           ACCEPT xInvFileName FROM ENVIRONMENT 'AP_INVOICE_FILE'
              ON EXCEPTION
                 MOVE 'APInvoices.txt' TO xInvFileName
           END-ACCEPT.
           ACCEPT xParmPct FROM ENVIRONMENT 'FRUIT_MATCH_QTY_PCT'
              ON EXCEPTION MOVE SPACES TO xParmPct
           END-ACCEPT.
           IF xParmPct NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmPct) = 0
              COMPUTE nQtyTolPct = FUNCTION NUMVAL(xParmPct)
           END-IF.
           MOVE SPACES TO xParmPct.
           ACCEPT xParmPct FROM ENVIRONMENT 'FRUIT_MATCH_PRICE_PCT'
              ON EXCEPTION MOVE SPACES TO xParmPct
           END-ACCEPT.
           IF xParmPct NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmPct) = 0
              COMPUTE nPriceTolPct = FUNCTION NUMVAL(xParmPct)
           END-IF.
      *> the receipts file is FRUIT-RECEIVE's too - hold the same
      *> inventory lock it takes so the two never run together
           MOVE 'FixedFruits.txt' TO xFruitFileName.
           ACCEPT xFruitFileName FROM ENVIRONMENT 'FRUIT_FILE'
              ON EXCEPTION
                 MOVE 'FixedFruits.txt' TO xFruitFileName
           END-ACCEPT.
           MOVE 'X' TO xLockMode.
           CALL "acquireFileLock" USING xFruitFileName xLockMode
              xLockResult.
           IF xLockResult NOT = 'Y'
              DISPLAY 'INVENTORY IS LOCKED BY ANOTHER PROGRAM - '
                 'MATCHING REFUSED. RETRY SHORTLY.'
              MOVE "refused - inventory locked" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName
                 xAuditEventEnd xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
      *> APInvoices.txt is loaded whole and rewritten at the end -
      *> AP-INVOICE, AP-PAYRUN and ALBUMS-ROYALTY do the same, so
      *> whoever holds its lock has the file to itself
           CALL "acquireFileLock" USING xInvFileName xLockMode
              xLockResult.
           IF xLockResult NOT = 'Y'
              DISPLAY 'AP INVOICE FILE IS LOCKED BY ANOTHER PROGRAM - '
                 'MATCHING REFUSED. RETRY SHORTLY.'
              CALL "releaseFileLock" USING xFruitFileName xLockMode
                 xLockResult
              MOVE "refused - AP invoices locked" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName
                 xAuditEventEnd xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           OPEN INPUT SINFILE.
           IF xSinStatus NOT = '00'
              DISPLAY 'NO SUPPLIER INVOICES ON FILE - NOTHING TO '
                 'MATCH.'
              CALL "releaseFileLock" USING xFruitFileName xLockMode
                 xLockResult
              CALL "releaseFileLock" USING xInvFileName xLockMode
                 xLockResult
              MOVE "aborted - no supplier invoices" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName
                 xAuditEventEnd xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           PERFORM 110-LOAD-RECEIVED.
           PERFORM 120-LOAD-ORDERS.
           PERFORM 130-LOAD-SUPPLIER-COSTS.
           PERFORM 140-LOAD-VENDORS.
           PERFORM 150-LOAD-INVOICES.
           OPEN OUTPUT EXCFILE.
           MOVE nRunDate TO neExcDate.
           MOVE nQtyTolPct TO neExcQtyTol.
           MOVE nPriceTolPct TO neExcPriceTol.
           MOVE xExcHeading TO xExcLine.
           WRITE xExcLine BEFORE ADVANCING 1 LINE.
           MOVE xExcColumns TO xExcLine.
           WRITE xExcLine BEFORE ADVANCING 1 LINE.

       110-LOAD-RECEIVED.
           OPEN INPUT RCVDFILE.
           IF xRcvdStatus = '00'
              PERFORM 111-READ-RECEIVED UNTIL xEOF = 'y'
           END-IF.
           CLOSE RCVDFILE.
           MOVE 'n' TO xEOF.

       111-READ-RECEIVED.
           READ RCVDFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nRcvdCnt < 500
                   ADD 1 TO nRcvdCnt
                   MOVE xRcvdRecord TO xRcvdElement(nRcvdCnt)
                ELSE
                   DISPLAY 'RECEIVED TABLE FULL - ' xRvdFruit
                      ' NOT MATCHED THIS RUN'
                END-IF,
           END-READ.

       120-LOAD-ORDERS.
           OPEN INPUT ORDERFILE.
           IF xOrderStatus = '00'
              PERFORM 121-READ-ORDER UNTIL xEOF = 'y'
           END-IF.
           CLOSE ORDERFILE.
           MOVE 'n' TO xEOF.

       121-READ-ORDER.
           READ ORDERFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nOrderCnt < 50
                   ADD 1 TO nOrderCnt
                   MOVE xOrdFruit TO xOrdFruitTbl(nOrderCnt)
                   MOVE xOrdSupplier TO xOrdSuppTbl(nOrderCnt)
                   MOVE nOrdQty TO nOrdQtyTbl(nOrderCnt)
                END-IF,
           END-READ.

       130-LOAD-SUPPLIER-COSTS.
           OPEN INPUT SUPPFILE.
           IF xSuppStatus = '00'
              PERFORM 131-READ-SUPPLIER UNTIL xEOF = 'y'
           ELSE
              DISPLAY 'NO SUPPLIER REFERENCE - NO PRICE CAN MATCH'
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
                   MOVE xSupCode TO xSupCodeTbl(nSuppCnt)
                   IF nSupCostIn NUMERIC
                      MOVE nSupCostIn TO nSupCostTbl(nSuppCnt)
                   ELSE
                      MOVE 0 TO nSupCostTbl(nSuppCnt)
                   END-IF
                END-IF,
           END-READ.

       140-LOAD-VENDORS.
           OPEN INPUT VENFILE.
           IF xVenStatus = '00'
              PERFORM 141-READ-VENDOR UNTIL xEOF = 'y'
           ELSE
              DISPLAY 'NO AP VENDOR MASTER - NOTHING CAN GO TO AP'
           END-IF.
           CLOSE VENFILE.
           MOVE 'n' TO xEOF.

       141-READ-VENDOR.
           READ VENFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nVenCnt < 500
                   ADD 1 TO nVenCnt
                   MOVE xVenCodeIn TO xVenCodeTbl(nVenCnt)
                   MOVE nVenNetDaysIn TO nVenNetTbl(nVenCnt)
                   MOVE nVenDiscPctIn TO nVenPctTbl(nVenCnt)
                   MOVE nVenDiscDaysIn TO nVenDaysTbl(nVenCnt)
                   MOVE xVenGlAcctIn TO xVenGlAcctTbl(nVenCnt)
                   MOVE xVenStatusIn TO xVenStatTbl(nVenCnt)
                END-IF,
           END-READ.

       150-LOAD-INVOICES. *> numbered on from the highest voucher,
          *> as AP-INVOICE numbers them
           OPEN INPUT INVFILE.
           IF xInvStatus = '00'
              PERFORM 151-READ-INVOICE UNTIL xEOF = 'y'
           END-IF.
           CLOSE INVFILE.
           MOVE 'n' TO xEOF.

       151-READ-INVOICE.
           READ INVFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nInvCnt < 3000
                   ADD 1 TO nInvCnt
                   MOVE xInvRecord TO xInvElement(nInvCnt)
                   IF nInvVouchTbl(nInvCnt) > nNextVoucher
                      MOVE nInvVouchTbl(nInvCnt) TO nNextVoucher
                   END-IF
                ELSE
                   DISPLAY 'AP INVOICE TABLE FULL - MATCHING REFUSED'
                   CALL "releaseFileLock" USING xFruitFileName
                      xLockMode xLockResult
                   CALL "releaseFileLock" USING xInvFileName
                      xLockMode xLockResult
                   MOVE "aborted - AP invoice table full"
                      TO xAuditDetail
                   CALL "writeAuditLog" USING xAuditProgName
                      xAuditEventEnd xAuditDetail
                   MOVE "FAILED" TO xEojCode
                   CALL "writeEndOfJob" USING xAuditProgName
                      xEojCode xAuditDetail
                   STOP RUN
                END-IF,
           END-READ.

       200-LOOP. *> a change of supplier or invoice number closes the
          *> invoice in hand
           READ SINFILE
              AT END
                MOVE 'y' TO xSinEOF,
              NOT AT END
                ADD 1 TO nSinCnt
                IF nLineCnt > 0
                   AND (xSinSupplier NOT = xCurSupplier
                   OR xSinInvNum NOT = xCurInvNum)
                   PERFORM 300-SETTLE-INVOICE
                END-IF
                PERFORM 210-TAKE-LINE,
           END-READ.

       210-TAKE-LINE.
           IF nLineCnt = 0
              MOVE xSinSupplier TO xCurSupplier
              MOVE xSinInvNum TO xCurInvNum
              IF nSinInvDate NUMERIC
                 MOVE nSinInvDate TO nCurInvDate
              ELSE
                 MOVE 0 TO nCurInvDate
              END-IF
              MOVE 'n' TO xTooManyLines
           END-IF.
           IF nLineCnt < 99
              ADD 1 TO nLineCnt
              MOVE xSinRecord TO xLnRaw(nLineCnt)
              MOVE xSinFruit TO xLnFruit(nLineCnt)
              IF nSinQty NUMERIC
                 MOVE nSinQty TO nLnBilled(nLineCnt)
              ELSE
                 MOVE 0 TO nLnBilled(nLineCnt)
              END-IF
              IF nSinPrice NUMERIC
                 MOVE nSinPrice TO nLnPrice(nLineCnt)
              ELSE
                 MOVE 0 TO nLnPrice(nLineCnt)
              END-IF
              MOVE 0 TO nLnOrdered(nLineCnt)
              MOVE 0 TO nLnReceived(nLineCnt)
              MOVE 0 TO nLnCost(nLineCnt)
              MOVE SPACES TO xLnNote(nLineCnt)
           ELSE
      *> past 99 lines the invoice goes back whole for the next run
              MOVE 'y' TO xTooManyLines
              IF nCarryCnt < 500
                 ADD 1 TO nCarryCnt
                 MOVE xSinRecord TO xCarryLine(nCarryCnt)
              END-IF
           END-IF.

       300-SETTLE-INVOICE.
           MOVE SPACES TO xInvWhy.
           PERFORM VARYING nVenSub FROM 1 BY 1
              UNTIL nVenSub > nVenCnt
              OR xVenCodeTbl(nVenSub) = xCurSupplier
              CONTINUE
           END-PERFORM.
           PERFORM VARYING nInvSub FROM 1 BY 1
              UNTIL nInvSub > nInvCnt
              OR (xInvVendTbl(nInvSub) = xCurSupplier
              AND xInvNumTbl(nInvSub) = xCurInvNum)
              CONTINUE
           END-PERFORM.
           EVALUATE TRUE
              WHEN xCurInvNum = SPACES
                 MOVE 'NO INVOICE NUMBER' TO xInvWhy
              WHEN FUNCTION TEST-DATE-YYYYMMDD(nCurInvDate) NOT = 0
                 MOVE 'BAD INVOICE DATE' TO xInvWhy
              WHEN nCurInvDate > nRunDate
                 MOVE 'INVOICE DATE IN FUTURE' TO xInvWhy
              WHEN nVenSub > nVenCnt
                 MOVE 'NOT AN AP VENDOR' TO xInvWhy
              WHEN xVenStatTbl(nVenSub) = 'I'
                 MOVE 'AP VENDOR INACTIVE' TO xInvWhy
              WHEN xTooManyLines = 'y'
                 MOVE 'OVER 99 LINES' TO xInvWhy
              WHEN nInvCnt >= 3000
                 MOVE 'AP INVOICE FILE FULL' TO xInvWhy
           END-EVALUATE.
           EVALUATE TRUE
              WHEN nInvSub NOT > nInvCnt
                 MOVE 'D' TO xInvResult
                 ADD 1 TO nDupCnt
                 MOVE 'ON AP ALREADY - DROPPED' TO xInvWhy
                 PERFORM 340-WRITE-REJECTED
              WHEN xInvWhy NOT = SPACES
                 MOVE 'C' TO xInvResult
                 ADD 1 TO nCarriedCnt
                 PERFORM 350-CARRY-FORWARD
                 PERFORM 340-WRITE-REJECTED
              WHEN OTHER
                 ADD 1 TO nNextVoucher
                 MOVE 'R' TO xInvResult
                 MOVE 0 TO nInvAmt
                 PERFORM 310-MATCH-LINE VARYING nLineSub FROM 1 BY 1
                    UNTIL nLineSub > nLineCnt
                 PERFORM 320-ADD-AP-INVOICE
                 IF xInvResult = 'H'
                    PERFORM 330-WRITE-EXCEPTION VARYING nLineSub
                       FROM 1 BY 1 UNTIL nLineSub > nLineCnt
                 END-IF
           END-EVALUATE.
           MOVE 0 TO nLineCnt.

       310-MATCH-LINE. *> every receipt not yet billed for the
          *> supplier and fruit is taken up by this line
           PERFORM VARYING nRcvdSub FROM 1 BY 1
              UNTIL nRcvdSub > nRcvdCnt
              IF xRvdSuppTbl(nRcvdSub) = xCurSupplier
                 AND xRvdFruitTbl(nRcvdSub) = xLnFruit(nLineSub)
                 AND nRvdVouchTbl(nRcvdSub) = 0
                 ADD nRvdOrdTbl(nRcvdSub) TO nLnOrdered(nLineSub)
                 ADD nRvdRcvTbl(nRcvdSub) TO nLnReceived(nLineSub)
                 MOVE nNextVoucher TO nRvdVouchTbl(nRcvdSub)
              END-IF
           END-PERFORM.
           IF nLnReceived(nLineSub) = 0
      *> nothing in yet - quote what is still on order, if anything
              PERFORM VARYING nOrderSub FROM 1 BY 1
                 UNTIL nOrderSub > nOrderCnt
                 IF xOrdSuppTbl(nOrderSub) = xCurSupplier
                    AND xOrdFruitTbl(nOrderSub) = xLnFruit(nLineSub)
                    ADD nOrdQtyTbl(nOrderSub) TO nLnOrdered(nLineSub)
                 END-IF
              END-PERFORM
           END-IF.
           PERFORM VARYING nSuppSub FROM 1 BY 1
              UNTIL nSuppSub > nSuppCnt
              OR (xSupFruitTbl(nSuppSub) = xLnFruit(nLineSub)
              AND xSupCodeTbl(nSuppSub) = xCurSupplier)
              CONTINUE
           END-PERFORM.
           IF nSuppSub NOT > nSuppCnt
              MOVE nSupCostTbl(nSuppSub) TO nLnCost(nLineSub)
           END-IF.
           COMPUTE nInvAmt = nInvAmt
              + (nLnBilled(nLineSub) * nLnPrice(nLineSub)).
           COMPUTE nQtyTol = nLnReceived(nLineSub) * nQtyTolPct
              / 100.
           COMPUTE nQtyDiff = nLnBilled(nLineSub)
              - nLnReceived(nLineSub).
           IF nQtyDiff < 0
              COMPUTE nQtyDiff = 0 - nQtyDiff
           END-IF.
           EVALUATE TRUE
              WHEN nLnBilled(nLineSub) = 0
                 MOVE 'NOTHING BILLED' TO xLnNote(nLineSub)
              WHEN nLnReceived(nLineSub) = 0
                 AND nLnOrdered(nLineSub) = 0
                 MOVE 'NEVER ORDERED' TO xLnNote(nLineSub)
              WHEN nLnReceived(nLineSub) = 0
                 MOVE 'NOT YET RECEIVED' TO xLnNote(nLineSub)
              WHEN nQtyDiff > nQtyTol
                 MOVE 'BILLED NOT AS RECEIVED' TO xLnNote(nLineSub)
           END-EVALUATE.
           IF xLnNote(nLineSub) = SPACES
              COMPUTE nQtyTol = nLnOrdered(nLineSub) * nQtyTolPct
                 / 100
              COMPUTE nQtyDiff = nLnBilled(nLineSub)
                 - nLnOrdered(nLineSub)
              IF nQtyDiff < 0
                 COMPUTE nQtyDiff = 0 - nQtyDiff
              END-IF
              COMPUTE nPriceTol = nLnCost(nLineSub) * nPriceTolPct
                 / 100
              COMPUTE nPriceDiff = nLnPrice(nLineSub)
                 - nLnCost(nLineSub)
              IF nPriceDiff < 0
                 COMPUTE nPriceDiff = 0 - nPriceDiff
              END-IF
              EVALUATE TRUE
                 WHEN nQtyDiff > nQtyTol
                    MOVE 'BILLED NOT AS ORDERED' TO xLnNote(nLineSub)
                 WHEN nLnCost(nLineSub) = 0
                    MOVE 'NO SUPPLIER COST' TO xLnNote(nLineSub)
                 WHEN nPriceDiff > nPriceTol
                    MOVE 'PRICE NOT AS AGREED' TO xLnNote(nLineSub)
                 WHEN OTHER
                    MOVE 'MATCHED' TO xLnNote(nLineSub)
              END-EVALUATE
           END-IF.
           IF xLnNote(nLineSub) NOT = 'MATCHED'
              MOVE 'H' TO xInvResult
           END-IF.

       320-ADD-AP-INVOICE. *> on the supplier's AP terms, as
          *> AP-INVOICE sets them, charged to its default account
           MOVE 0 TO nDiscDate.
           MOVE 0 TO nDiscAmt.
           COMPUTE nDueDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(nCurInvDate)
              + nVenNetTbl(nVenSub)).
           IF nVenPctTbl(nVenSub) > 0
              COMPUTE nDiscDate = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(nCurInvDate)
                 + nVenDaysTbl(nVenSub))
              COMPUTE nDiscAmt ROUNDED =
                 nInvAmt * nVenPctTbl(nVenSub) / 100
              IF nDiscDate > nDueDate
                 MOVE nDueDate TO nDiscDate
              END-IF
           END-IF.
           ADD 1 TO nInvCnt.
           MOVE SPACES TO xInvElement(nInvCnt).
           MOVE nNextVoucher TO nInvVouchTbl(nInvCnt).
           MOVE xCurSupplier TO xInvVendTbl(nInvCnt).
           MOVE xCurInvNum TO xInvNumTbl(nInvCnt).
           MOVE nCurInvDate TO nInvDateTbl(nInvCnt).
           MOVE nDueDate TO nInvDueTbl(nInvCnt).
           MOVE nDiscDate TO nInvDiscDtTbl(nInvCnt).
           MOVE nInvAmt TO nInvAmtTbl(nInvCnt).
           MOVE nDiscAmt TO nInvDiscTbl(nInvCnt).
           MOVE xVenGlAcctTbl(nVenSub) TO xInvGlAcctTbl(nInvCnt).
           MOVE 0 TO nInvCheckTbl(nInvCnt).
           MOVE 0 TO nInvPaidTbl(nInvCnt).
           MOVE 0 TO nInvTakenTbl(nInvCnt).
           MOVE 'FRUITMCH' TO xInvByTbl(nInvCnt).
           MOVE nInvAmt TO neAmount.
           IF xInvResult = 'H'
              MOVE 'H' TO xInvStatTbl(nInvCnt)
              MOVE 'MATCH EXCEPTION' TO xInvDescTbl(nInvCnt)
              ADD 1 TO nHeldCnt
              ADD nInvAmt TO nHeldAmt
              DISPLAY xCurSupplier ' ' xCurInvNum ' VOUCHER '
                 nNextVoucher ' ' neAmount ' HELD - SEE EXCEPTIONS'
           ELSE
              MOVE 'O' TO xInvStatTbl(nInvCnt)
              MOVE 'THREE-WAY MATCHED' TO xInvDescTbl(nInvCnt)
              ADD 1 TO nReleasedCnt
              ADD nInvAmt TO nReleasedAmt
              DISPLAY xCurSupplier ' ' xCurInvNum ' VOUCHER '
                 nNextVoucher ' ' neAmount ' RELEASED TO AP'
           END-IF.

       330-WRITE-EXCEPTION. *> every line of a held invoice, the
          *> ones that matched too, so the whole bill is in view
           MOVE xCurSupplier TO xExSupp.
           MOVE xCurInvNum TO xExInv.
           MOVE xLnFruit(nLineSub) TO xExFruit.
           MOVE nLnOrdered(nLineSub) TO neExOrd.
           MOVE nLnReceived(nLineSub) TO neExRcv.
           MOVE nLnBilled(nLineSub) TO neExBill.
           MOVE nLnCost(nLineSub) TO neExCost.
           MOVE nLnPrice(nLineSub) TO neExPrice.
           MOVE xLnNote(nLineSub) TO xExNote.
           MOVE xExcDetail TO xExcLine.
           WRITE xExcLine BEFORE ADVANCING 1 LINE.

       340-WRITE-REJECTED. *> not matched - why it never reached AP
           PERFORM VARYING nLineSub FROM 1 BY 1
              UNTIL nLineSub > nLineCnt
              MOVE 0 TO nLnOrdered(nLineSub)
              MOVE 0 TO nLnReceived(nLineSub)
              MOVE 0 TO nLnCost(nLineSub)
              MOVE xInvWhy TO xLnNote(nLineSub)
              PERFORM 330-WRITE-EXCEPTION
           END-PERFORM.
           DISPLAY xCurSupplier ' ' xCurInvNum ' NOT SENT TO AP - '
              xInvWhy.

       350-CARRY-FORWARD.
           PERFORM VARYING nLineSub FROM 1 BY 1
              UNTIL nLineSub > nLineCnt OR nCarryCnt >= 500
              ADD 1 TO nCarryCnt
              MOVE xLnRaw(nLineSub) TO xCarryLine(nCarryCnt)
           END-PERFORM.

       400-TERMINATION.
           CLOSE SINFILE.
           IF nReleasedCnt > 0 OR nHeldCnt > 0
              PERFORM 410-SAVE-INVOICES
              PERFORM 420-SAVE-RECEIVED
           END-IF.
           PERFORM 430-RETIRE-INVOICE-LINES.
           CALL "releaseFileLock" USING xFruitFileName xLockMode
              xLockResult.
           CALL "releaseFileLock" USING xInvFileName xLockMode
              xLockResult.
           MOVE SPACES TO xExcLine.
           WRITE xExcLine BEFORE ADVANCING 1 LINE.
           MOVE nReleasedCnt TO neExTotCnt.
           MOVE ' RELEASED TO AP' TO xExTotTag.
           MOVE nReleasedAmt TO neExTotAmt.
           MOVE xExcTotal TO xExcLine.
           WRITE xExcLine BEFORE ADVANCING 1 LINE.
           MOVE nHeldCnt TO neExTotCnt.
           MOVE ' HELD ON AP FOR EXCEPTIONS' TO xExTotTag.
           MOVE nHeldAmt TO neExTotAmt.
           MOVE xExcTotal TO xExcLine.
           WRITE xExcLine BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xExcTotal.
           MOVE nCarriedCnt TO neExTotCnt.
           MOVE ' LEFT FOR THE NEXT RUN' TO xExTotTag.
           MOVE xExcTotal TO xExcLine.
           WRITE xExcLine BEFORE ADVANCING 1 LINE.
           MOVE nDupCnt TO neExTotCnt.
           MOVE ' ALREADY ON AP - DROPPED' TO xExTotTag.
           MOVE xExcTotal TO xExcLine.
           WRITE xExcLine BEFORE ADVANCING 1 LINE.
           CLOSE EXCFILE.
           DISPLAY nSinCnt ' INVOICE LINES - ' nReleasedCnt
              ' INVOICE(S) RELEASED, ' nHeldCnt ' HELD, '
              nCarriedCnt ' LEFT, ' nDupCnt ' DROPPED'.
           IF nHeldCnt > 0 OR nCarriedCnt > 0 OR nDupCnt > 0
              MOVE "WARNING" TO xEojCode
           END-IF.
           STRING "lines=" DELIMITED BY SIZE
              nSinCnt DELIMITED BY SIZE
              " released=" DELIMITED BY SIZE
              nReleasedCnt DELIMITED BY SIZE
              " held=" DELIMITED BY SIZE
              nHeldCnt DELIMITED BY SIZE
              " left=" DELIMITED BY SIZE
              nCarriedCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       410-SAVE-INVOICES.
           OPEN OUTPUT INVFILE.
           PERFORM VARYING nInvSub FROM 1 BY 1
              UNTIL nInvSub > nInvCnt
              MOVE xInvElement(nInvSub) TO xInvRecord
              WRITE xInvRecord
           END-PERFORM.
           CLOSE INVFILE.

       420-SAVE-RECEIVED. *> billed receipts move to the billed
          *> history; the rest wait for their invoice
           OPEN EXTEND BILLEDFILE.
           IF xBilledStatus NOT = '00'
              OPEN OUTPUT BILLEDFILE
           END-IF.
           OPEN OUTPUT RCVDFILE.
           PERFORM VARYING nRcvdSub FROM 1 BY 1
              UNTIL nRcvdSub > nRcvdCnt
              MOVE xRcvdElement(nRcvdSub) TO xRcvdRecord
              IF nRvdVoucher = 0
                 WRITE xRcvdRecord
              ELSE
                 MOVE xRcvdRecord TO xBilledLine
                 WRITE xBilledLine
              END-IF
           END-PERFORM.
           CLOSE RCVDFILE.
           CLOSE BILLEDFILE.

       430-RETIRE-INVOICE-LINES. *> the lines retire dated; what
          *> could not go to AP is written back for the next run
           MOVE SPACES TO xArchFileName.
           STRING 'FruitSupplierInvoices.' DELIMITED BY SIZE
              nRunDate DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO xArchFileName
              ON OVERFLOW CONTINUE
           END-STRING.
           MOVE 'n' TO xSinEOF.
           OPEN INPUT SINFILE.
           IF xSinStatus = '00'
              OPEN EXTEND SINARCH
              PERFORM 431-ARCHIVE-ONE UNTIL xSinEOF = 'y'
              CLOSE SINARCH
           END-IF.
           CLOSE SINFILE.
           OPEN OUTPUT SINFILE.
           PERFORM VARYING nCarrySub FROM 1 BY 1
              UNTIL nCarrySub > nCarryCnt
              MOVE xCarryLine(nCarrySub) TO xSinRecord
              WRITE xSinRecord
           END-PERFORM.
           CLOSE SINFILE.
           DISPLAY 'INVOICE LINES RETIRED TO '
              FUNCTION TRIM(xArchFileName).

       431-ARCHIVE-ONE.
           READ SINFILE
              AT END
                 MOVE 'y' TO xSinEOF,
              NOT AT END
                 MOVE xSinRecord TO xSinArchLine
                 WRITE xSinArchLine,
           END-READ.
