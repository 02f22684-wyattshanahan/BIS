       identification division.
       program-id. Fruit-Forecast.
       author. WYATT SHANAHAN.

      *> Demand forecast for the reorder settings. The archived sales
      *> files Fruit-Post retires (FruitSales.<date>.txt) for the
      *> last FRUIT_FORECAST_DAYS days (default 28) give each fruit a
      *> weighted moving-average daily demand - the run date weighs
      *> N, the oldest day of the window 1 - and from it a proposed
      *> reorder point (demand over the supplier's lead time plus
      *> FRUIT_SAFETY_DAYS, default 2) and reorder quantity (demand
      *> over FRUIT_ORDER_DAYS, default 7). The lead time is the
      *> fruit's average order-to-receipt days off FruitReceived.txt
      *> and FruitReceived-billed.txt, FRUIT_LEAD_DAYS (default 3)
      *> where nothing has been received yet. Shelf life caps both:
      *> nothing is ordered that cannot sell before it spoils.
      *> Nothing here touches the master - each changed setting goes
      *> onto the pending-changes queue for PENDING-REVIEW to approve
      *> (superseding this program's earlier proposals), and
      *> Fruit-forecast.txt shows the current values next to the
      *> proposed ones.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRUITFILE ASSIGN TO DYNAMIC xFruitFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xFruitStatus.
           SELECT OPTIONAL SALESARCH ASSIGN TO DYNAMIC xSalesArchName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xArchStatus.
           SELECT OPTIONAL RCVDFILE ASSIGN TO DYNAMIC xRcvdFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRcvdStatus.
           SELECT OPTIONAL PENDFILE ASSIGN TO "PendingChanges.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xPendStatus.
           SELECT PENDWORK ASSIGN TO "PendingChanges.new"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "Fruit-forecast.txt"
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

       FD SALESARCH. *> one day's sales as Fruit-Post retired them
       01 xSalesRecord.
          05 xSaleFruitIn  PIC X(14).
          05 nSaleQtyIn    PIC 999.
          05 nSaleDateIn   PIC 9(8).

       FD RCVDFILE. *> FRUIT-RECEIVE's receipts, billed or not
       01 xRcvdRecord.
          05 xRvdFruit     PIC X(14).
          05 xRvdSupplier  PIC X(4).
          05 nRvdOrdQty    PIC 999.
          05 nRvdRcvQty    PIC 999.
          05 nRvdOrdDate   PIC 9(8).
          05 nRvdRcvDate   PIC 9(8).
          05 nRvdVoucher   PIC 9(6).

       FD PENDFILE. *> pending-changes queue for the approval flow
       01 xPendRec.
          05 xPndStatus   PIC X. *> P pending, R rejected
          05 xPndKind     PIC X. *> F fruit reorder settings
          05 xPndSubmit   PIC X(16).
          05 xPndStamp    PIC X(14).
          05 xPndTarget   PIC X(30).
          05 xPndKey      PIC X(45).
          05 xPndBefore   PIC X(100).
          05 xPndAfter    PIC X(100).
          05 xPndReason   PIC X(40).

       FD PENDWORK.
       01 xPendWorkRec  PIC X(347).

       FD RPTFILE.
       01 xRptLine      PIC X(110).

       WORKING-STORAGE SECTION.

       77 xFruitFileName PIC X(100).
       77 xSalesArchName PIC X(100).
       77 xRcvdFileName  PIC X(100).
       77 xFruitStatus   PIC xx.
       77 xArchStatus    PIC xx.
       77 xRcvdStatus    PIC xx.
       77 xPendStatus    PIC xx.
       77 xEOF           PIC x       VALUE 'n'.
       77 xParmIn        PIC X(4).
       77 nWindowDays    PIC 999     VALUE 28.
       77 nSafetyDays    PIC 99      VALUE 2.
       77 nOrderDays     PIC 99      VALUE 7.
       77 nDefaultLead   PIC 99      VALUE 3.
       77 nRunDayInt     PIC 9(8)    VALUE 0.
       77 nDayBack       PIC 999     VALUE 0.
       77 nArchDate      PIC 9(8)    VALUE 0.
       77 nDaysAgo       PIC S9(8)   VALUE 0.
       77 nWeight        PIC 999     VALUE 0.
       77 nWeightTotal   PIC 9(6)    VALUE 0.
       77 nArchFound     PIC 999     VALUE 0.
       77 nSalesRead     PIC 9(6)    VALUE 0.
       77 nLeadDays      PIC 999     VALUE 0.
       77 nCoverDays     PIC 999     VALUE 0.
       77 nDemand        PIC 9(3)v99 VALUE 0.
       77 nNeedWk        PIC 9(6)v99 VALUE 0.
       77 nNeedInt       PIC 9(6)    VALUE 0.
       77 nShelfCap      PIC 9(6)    VALUE 0.
       77 nPropPt        PIC 9(6)    VALUE 0.
       77 nPropQty       PIC 9(6)    VALUE 0.
       77 nFruitCnt      PIC 999     VALUE 0.
       77 nFruitSub      PIC 999     VALUE 0.
       77 nProposedCnt   PIC 999     VALUE 0.
       77 nSupersededCnt PIC 999     VALUE 0.
       77 xStamp         PIC X(21).
       77 xFindFruit     PIC X(14).
       77 xAuditDetail   PIC X(80)   VALUE SPACES.
       77 xAuditProgName PIC X(20)   VALUE "FRUIT-FORECAST".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd PIC X(8)    VALUE "END".
       77 xEojCode       PIC X(8)    VALUE "CLEAN".
           COPY "rundate-ws.cbl".

       01 xFruitTable.
          05 xFruitElement OCCURS 200 TIMES.
             10 xTblRecord.
                15 xTblFruit     PIC X(14).
                15 nTblQuantity  PIC 999.
                15 nTblPrice     PIC 9v99.
                15 nTblReorderPt PIC 999.
                15 nTblReorderQty PIC 999.
                15 nTblShelfDays PIC 999.
             10 nTblUnits     PIC 9(6).
             10 nTblWtUnits   PIC 9(8). *> weight times quantity
             10 nTblLeadSum   PIC 9(6).
             10 nTblLeadCnt   PIC 9(4).

       01 xProposedRecord.
          05 xPrpFruit     PIC X(14).
          05 nPrpQuantity  PIC 999.
          05 nPrpPrice     PIC 9v99.
          05 nPrpReorderPt PIC 999.
          05 nPrpReorderQty PIC 999.
          05 nPrpShelfDays PIC 999.

       01 xRptHeading.
          05 FILLER       PIC X(30) VALUE
             'REORDER FORECAST              '.
          05 neRptDate    PIC 9999/99/99.
          05 FILLER       PIC X(8)  VALUE '  OVER  '.
          05 neRptWindow  PIC zz9.
          05 FILLER       PIC X(25) VALUE
             ' DAYS OF ARCHIVED SALES, '.
          05 neRptFound   PIC zz9.
          05 FILLER       PIC X(6)  VALUE ' FOUND'.

       01 xRptColumns.
          05 FILLER       PIC X(16) VALUE 'FRUIT'.
          05 FILLER       PIC X(6)  VALUE ' UNITS'.
          05 FILLER       PIC X(8)  VALUE '   DAILY'.
          05 FILLER       PIC X(6)  VALUE '  LEAD'.
          05 FILLER       PIC X(7)  VALUE '  SHELF'.
          05 FILLER       PIC X(8)  VALUE '  PT NOW'.
          05 FILLER       PIC X(8)  VALUE '  PT NEW'.
          05 FILLER       PIC X(9)  VALUE '  QTY NOW'.
          05 FILLER       PIC X(9)  VALUE '  QTY NEW'.
          05 FILLER       PIC X(6)  VALUE '  NOTE'.

       01 xRptDetail.
          05 xRdFruit     PIC X(14).
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRdUnits    PIC zzzzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRdDemand   PIC zz9.99.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRdLead     PIC zzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRdShelf    PIC zzzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRdPtNow    PIC zzzzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdPtNew     PIC X(6).
          05 neRdPtNew REDEFINES xRdPtNew PIC zzzzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRdQtyNow   PIC zzzzzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdQtyNew    PIC X(7).
          05 neRdQtyNew REDEFINES xRdQtyNew PIC zzzzzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdNote      PIC X(24).

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-READ-ARCHIVE VARYING nDayBack FROM 0 BY 1
              UNTIL nDayBack NOT < nWindowDays.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE 'FixedFruits.txt' TO xFruitFileName.
           ACCEPT xFruitFileName FROM ENVIRONMENT 'FRUIT_FILE'
              ON EXCEPTION
                 MOVE 'FixedFruits.txt' TO xFruitFileName
           END-ACCEPT.
           MOVE SPACES TO xParmIn.
           ACCEPT xParmIn FROM ENVIRONMENT 'FRUIT_FORECAST_DAYS'
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF xParmIn NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmIn) = 0
              AND FUNCTION NUMVAL(xParmIn) NOT < 7
              AND FUNCTION NUMVAL(xParmIn) NOT > 365
              COMPUTE nWindowDays = FUNCTION NUMVAL(xParmIn)
           END-IF.
           MOVE SPACES TO xParmIn.
           ACCEPT xParmIn FROM ENVIRONMENT 'FRUIT_SAFETY_DAYS'
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF xParmIn NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmIn) = 0
              AND FUNCTION NUMVAL(xParmIn) NOT < 0
              AND FUNCTION NUMVAL(xParmIn) NOT > 99
              COMPUTE nSafetyDays = FUNCTION NUMVAL(xParmIn)
           END-IF.
           MOVE SPACES TO xParmIn.
           ACCEPT xParmIn FROM ENVIRONMENT 'FRUIT_ORDER_DAYS'
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF xParmIn NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmIn) = 0
              AND FUNCTION NUMVAL(xParmIn) NOT < 1
              AND FUNCTION NUMVAL(xParmIn) NOT > 99
              COMPUTE nOrderDays = FUNCTION NUMVAL(xParmIn)
           END-IF.
           MOVE SPACES TO xParmIn.
           ACCEPT xParmIn FROM ENVIRONMENT 'FRUIT_LEAD_DAYS'
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF xParmIn NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmIn) = 0
              AND FUNCTION NUMVAL(xParmIn) NOT < 0
              AND FUNCTION NUMVAL(xParmIn) NOT > 99
              COMPUTE nDefaultLead = FUNCTION NUMVAL(xParmIn)
           END-IF.
           COMPUTE nRunDayInt = FUNCTION INTEGER-OF-DATE(nRunDate).
           COMPUTE nWeightTotal =
              nWindowDays * (nWindowDays + 1) / 2.
           OPEN INPUT FRUITFILE.
           IF xFruitStatus NOT = '00'
              DISPLAY 'NO FRUIT FILE - NOTHING TO FORECAST'
              MOVE "no fruit file" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName
                 xAuditEventEnd xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           PERFORM 110-READ-FRUIT UNTIL xEOF = 'y'.
           CLOSE FRUITFILE.
           MOVE 'FruitReceived.txt' TO xRcvdFileName.
           PERFORM 120-LOAD-LEAD-TIMES.
           MOVE 'FruitReceived-billed.txt' TO xRcvdFileName.
           PERFORM 120-LOAD-LEAD-TIMES.

       110-READ-FRUIT.
           READ FRUITFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nFruitCnt < 200
                   ADD 1 TO nFruitCnt
                   MOVE xFruitRecord TO xTblRecord(nFruitCnt)
                   IF nInShelfDays NOT NUMERIC
                      MOVE 0 TO nTblShelfDays(nFruitCnt)
                   END-IF
                   MOVE 0 TO nTblUnits(nFruitCnt)
                   MOVE 0 TO nTblWtUnits(nFruitCnt)
                   MOVE 0 TO nTblLeadSum(nFruitCnt)
                   MOVE 0 TO nTblLeadCnt(nFruitCnt)
                END-IF,
           END-READ.

       120-LOAD-LEAD-TIMES.
           MOVE 'n' TO xEOF.
           OPEN INPUT RCVDFILE.
           IF xRcvdStatus = '00'
              PERFORM 121-READ-RECEIPT UNTIL xEOF = 'y'
           END-IF.
           CLOSE RCVDFILE.

       121-READ-RECEIPT. *> days from order to receipt, per fruit
           READ RCVDFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF FUNCTION TEST-DATE-YYYYMMDD(nRvdOrdDate) = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(nRvdRcvDate) = 0
                   AND nRvdRcvDate NOT < nRvdOrdDate
                   MOVE xRvdFruit TO xFindFruit
                   PERFORM 220-FIND-FRUIT
                   IF nFruitSub NOT > nFruitCnt
                      COMPUTE nTblLeadSum(nFruitSub) =
                         nTblLeadSum(nFruitSub)
                         + FUNCTION INTEGER-OF-DATE(nRvdRcvDate)
                         - FUNCTION INTEGER-OF-DATE(nRvdOrdDate)
                      ADD 1 TO nTblLeadCnt(nFruitSub)
                   END-IF
                END-IF,
           END-READ.

       200-READ-ARCHIVE. *> the archive is named for the day it was
          *> posted; each sale is weighted by its own date
           COMPUTE nArchDate =
              FUNCTION DATE-OF-INTEGER(nRunDayInt - nDayBack).
           MOVE SPACES TO xSalesArchName.
           STRING 'FruitSales.' DELIMITED BY SIZE
              nArchDate DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO xSalesArchName
              ON OVERFLOW CONTINUE
           END-STRING.
           MOVE 'n' TO xEOF.
           OPEN INPUT SALESARCH.
           IF xArchStatus = '00'
              ADD 1 TO nArchFound
              PERFORM 210-READ-SALE UNTIL xEOF = 'y'
           END-IF.
           CLOSE SALESARCH.

       210-READ-SALE.
           READ SALESARCH
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nSaleQtyIn NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(nSaleDateIn) = 0
                   COMPUTE nDaysAgo = nRunDayInt
                      - FUNCTION INTEGER-OF-DATE(nSaleDateIn)
                   IF nDaysAgo NOT < 0 AND nDaysAgo < nWindowDays
                      COMPUTE nWeight = nWindowDays - nDaysAgo
                      MOVE xSaleFruitIn TO xFindFruit
                      PERFORM 220-FIND-FRUIT
                      IF nFruitSub NOT > nFruitCnt
                         ADD 1 TO nSalesRead
                         ADD nSaleQtyIn TO nTblUnits(nFruitSub)
                         COMPUTE nTblWtUnits(nFruitSub) =
                            nTblWtUnits(nFruitSub)
                            + nWeight * nSaleQtyIn
                      END-IF
                   END-IF
                END-IF,
           END-READ.

       220-FIND-FRUIT.
           PERFORM VARYING nFruitSub FROM 1 BY 1
              UNTIL nFruitSub > nFruitCnt
              OR xTblFruit(nFruitSub) = xFindFruit
              CONTINUE
           END-PERFORM.

       300-TERMINATION.
           PERFORM 310-SUPERSEDE-PENDING.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO neRptDate.
           MOVE nWindowDays TO neRptWindow.
           MOVE nArchFound TO neRptFound.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           PERFORM 320-FORECAST-FRUIT VARYING nFruitSub FROM 1 BY 1
              UNTIL nFruitSub > nFruitCnt.
           CLOSE RPTFILE.
           PERFORM 340-REPLACE-PENDING.
           IF nArchFound = 0
              DISPLAY 'NO ARCHIVED SALES IN THE WINDOW - NO DEMAND '
                 'TO FORECAST FROM'
              MOVE "WARNING" TO xEojCode
           END-IF.
           DISPLAY nProposedCnt ' CHANGE(S) PROPOSED TO PENDING '
              'REVIEW, ' nSupersededCnt ' EARLIER PROPOSAL(S) '
              'SUPERSEDED - SEE Fruit-forecast.txt'.
           STRING "archives=" DELIMITED BY SIZE
              nArchFound DELIMITED BY SIZE
              " sales=" DELIMITED BY SIZE
              nSalesRead DELIMITED BY SIZE
              " proposed=" DELIMITED BY SIZE
              nProposedCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-SUPERSEDE-PENDING. *> everything else on the queue copies
          *> to the work file; this program's earlier fruit proposals
          *> drop - today's forecast replaces them
           MOVE 'n' TO xEOF.
           OPEN OUTPUT PENDWORK.
           OPEN INPUT PENDFILE.
           IF xPendStatus = '00'
              PERFORM 311-COPY-PENDING UNTIL xEOF = 'y'
           END-IF.
           CLOSE PENDFILE.

       311-COPY-PENDING.
           READ PENDFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xPndKind = 'F'
                   ADD 1 TO nSupersededCnt
                ELSE
                   MOVE xPendRec TO xPendWorkRec
                   WRITE xPendWorkRec
                END-IF,
           END-READ.

       320-FORECAST-FRUIT.
           MOVE SPACES TO xRptDetail.
           MOVE xTblFruit(nFruitSub) TO xRdFruit.
           MOVE nTblUnits(nFruitSub) TO neRdUnits.
           IF nTblLeadCnt(nFruitSub) > 0
              COMPUTE nLeadDays ROUNDED = nTblLeadSum(nFruitSub)
                 / nTblLeadCnt(nFruitSub)
           ELSE
              MOVE nDefaultLead TO nLeadDays
           END-IF.
           MOVE nLeadDays TO neRdLead.
           MOVE nTblShelfDays(nFruitSub) TO neRdShelf.
           MOVE nTblReorderPt(nFruitSub) TO neRdPtNow.
           MOVE nTblReorderQty(nFruitSub) TO neRdQtyNow.
           COMPUTE nDemand ROUNDED = nTblWtUnits(nFruitSub)
              / nWeightTotal.
           MOVE nDemand TO neRdDemand.
           IF nTblUnits(nFruitSub) = 0
              MOVE 'NO SALES - LEFT AS IS' TO xRdNote
           ELSE
              PERFORM 330-PROPOSE
           END-IF.
           MOVE xRptDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       330-PROPOSE. *> whole units, rounded up - a part unit short
          *> is a stockout
           COMPUTE nNeedWk = nDemand * (nLeadDays + nSafetyDays).
           PERFORM 335-ROUND-UP.
           MOVE nNeedInt TO nPropPt.
           MOVE nOrderDays TO nCoverDays.
           IF nTblShelfDays(nFruitSub) > 0
              AND nTblShelfDays(nFruitSub) < nCoverDays
              MOVE nTblShelfDays(nFruitSub) TO nCoverDays
           END-IF.
           COMPUTE nNeedWk = nDemand * nCoverDays.
           PERFORM 335-ROUND-UP.
           MOVE nNeedInt TO nPropQty.
           IF nPropQty = 0
              MOVE 1 TO nPropQty
           END-IF.
      *> what sits on the shelf at the reorder point must sell
      *> before it spoils
           IF nTblShelfDays(nFruitSub) > 0
              COMPUTE nNeedWk = nDemand * nTblShelfDays(nFruitSub)
              PERFORM 335-ROUND-UP
              MOVE nNeedInt TO nShelfCap
              IF nPropPt > nShelfCap
                 MOVE nShelfCap TO nPropPt
                 MOVE 'CAPPED BY SHELF LIFE' TO xRdNote
              END-IF
           END-IF.
           IF nPropPt > 999
              MOVE 999 TO nPropPt
           END-IF.
           IF nPropQty > 999
              MOVE 999 TO nPropQty
           END-IF.
           MOVE nPropPt TO neRdPtNew.
           MOVE nPropQty TO neRdQtyNew.
           IF nPropPt = nTblReorderPt(nFruitSub)
              AND nPropQty = nTblReorderQty(nFruitSub)
              MOVE 'NO CHANGE' TO xRdNote
           ELSE
              IF xRdNote = SPACES
                 MOVE 'PROPOSED FOR REVIEW' TO xRdNote
              END-IF
              PERFORM 336-STAGE-PENDING
           END-IF.

       335-ROUND-UP.
           MOVE nNeedWk TO nNeedInt.
           IF nNeedWk > nNeedInt
              ADD 1 TO nNeedInt
           END-IF.

       336-STAGE-PENDING. *> before is the master record as it
          *> stands, after the same record with the new settings -
          *> PENDING-REVIEW applies only the two settings
           MOVE xTblRecord(nFruitSub) TO xProposedRecord.
           MOVE nPropPt TO nPrpReorderPt.
           MOVE nPropQty TO nPrpReorderQty.
           MOVE SPACES TO xPendRec.
           MOVE 'P' TO xPndStatus.
           MOVE 'F' TO xPndKind.
           MOVE 'FRUIT-FORECAST' TO xPndSubmit.
           MOVE FUNCTION CURRENT-DATE TO xStamp.
           MOVE xStamp(1:14) TO xPndStamp.
           MOVE xFruitFileName TO xPndTarget.
           MOVE xTblFruit(nFruitSub) TO xPndKey.
           MOVE xTblRecord(nFruitSub) TO xPndBefore.
           MOVE xProposedRecord TO xPndAfter.
           MOVE xPendRec TO xPendWorkRec.
           WRITE xPendWorkRec.
           ADD 1 TO nProposedCnt.

       340-REPLACE-PENDING.
           CLOSE PENDWORK.
           MOVE 'n' TO xEOF.
           OPEN INPUT PENDWORK.
           OPEN OUTPUT PENDFILE.
           PERFORM 341-COPY-BACK UNTIL xEOF = 'y'.
           CLOSE PENDWORK.
           CLOSE PENDFILE.

       341-COPY-BACK.
           READ PENDWORK
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                MOVE xPendWorkRec TO xPendRec
                WRITE xPendRec,
           END-READ.
