       identification division.
       program-id. Fruit-Score.
       author. WYATT SHANAHAN.

      *> Quarterly supplier scorecard. Every order line placed in the
      *> quarter (FRUIT_SCORE_QUARTER as YYYYQn, default the last
      *> whole quarter before the run date) is followed through to
      *> what came in: the receipts FRUIT-RECEIVE settled against it
      *> (FruitReceived.txt and, once billed, FruitReceived-billed
      *> .txt), and whatever of it is still on FruitOrders-open.txt.
      *> Per supplier code:
      *>   LEAD      average days from order to receipt;
      *>   ON TIME   receipts inside FRUIT_ONTIME_DAYS (default 3)
      *>             of the order, an open line past that counted
      *>             late;
      *>   FILL      ordered units received, the open remainder of
      *>             an overdue line counted unfilled;
      *>   QTY VAR   received against ordered, over and short both;
      *>   SPOILED   received units later written off - each lot on
      *>             FruitSpoilHistory.txt traced back by fruit and
      *>             receiving date to the receipt it came in on.
      *> The score is the average of on-time, fill, 100 less the
      *> quantity variance and 100 less the spoiled percent; a
      *> supplier under FRUIT_SCORE_MIN (default 80) is flagged for
      *> review. The report is Fruit-supplier-scorecard.txt and the
      *> scores go to FruitSupplierScores.txt, where FRUIT-REORDER
      *> can use them to pick between suppliers.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RCVDFILE ASSIGN TO DYNAMIC xRcvdFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRcvdStatus.
           SELECT OPTIONAL ORDERFILE ASSIGN TO "FruitOrders-open.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xOrderStatus.
           SELECT OPTIONAL SPOILHIST ASSIGN TO "FruitSpoilHistory.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xSpoilStatus.
           SELECT OPTIONAL SUPPFILE ASSIGN TO DYNAMIC xSuppFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xSuppStatus.
           SELECT SCOREFILE ASSIGN TO "FruitSupplierScores.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "Fruit-supplier-scorecard.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD RCVDFILE. *> FRUIT-RECEIVE's receipts, billed or not
       01 xRcvdRecord.
          05 xRvdFruit     PIC X(14).
          05 xRvdSupplier  PIC X(4).
          05 nRvdOrdQty    PIC 999. *> the part of the order line
             *> this receipt settles
          05 nRvdRcvQty    PIC 999.
          05 nRvdOrdDate   PIC 9(8).
          05 nRvdRcvDate   PIC 9(8).
          05 nRvdVoucher   PIC 9(6).

       FD ORDERFILE. *> open purchase orders - what is still to come
       01 xOrderRecord.
          05 xOrdFruit     PIC X(14).
          05 xOrdSupplier  PIC X(4).
          05 nOrdQty       PIC 999.
          05 nOrdDate      PIC 9(8).

       FD SPOILHIST. *> every lot FRUIT-SPOIL wrote off
       01 xSpoilHistRecord.
          05 nShWriteOffDate PIC 9(8).
          05 xShFruit        PIC X(14).
          05 nShLotDate      PIC 9(8).
          05 nShQty          PIC 999.

       FD SUPPFILE. *> fruit-to-supplier reference
       01 xSuppRecord.
          05 xSupFruit     PIC X(14).
          05 xSupCode      PIC X(4).
          05 nSupCostIn    PIC 9v99.

       FD SCOREFILE. *> one line per supplier, rewritten each run
       01 xScoreRecord.
          05 xScrSupplier  PIC X(4).
          05 nScrScore     PIC 999.
          05 xScrQuarter   PIC X(6).
          05 xScrFlag      PIC X. *> R = flagged for review
          05 nScrRunDate   PIC 9(8).

       FD RPTFILE.
       01 xRptLine      PIC X(110).

       WORKING-STORAGE SECTION.

       77 xRcvdFileName  PIC X(100).
       77 xSuppFileName  PIC X(100).
       77 xRcvdStatus    PIC xx.
       77 xOrderStatus   PIC xx.
       77 xSpoilStatus   PIC xx.
       77 xSuppStatus    PIC xx.
       77 xEOF           PIC x       VALUE 'n'.
       77 xQuarter       PIC X(6)    VALUE SPACES.
       77 nQtrYear       PIC 9(4)    VALUE 0.
       77 nQtrNo         PIC 9       VALUE 0.
       77 nQtrStart      PIC 9(8)    VALUE 0.
       77 nQtrEnd        PIC 9(8)    VALUE 0.
       77 xParmIn        PIC X(4).
       77 nOnTimeDays    PIC 99      VALUE 3.
       77 nScoreMin      PIC 999     VALUE 80.
       77 nLeadWk        PIC S9(6)   VALUE 0.
       77 nDueDate       PIC 9(8)    VALUE 0.
       77 nRcptCnt       PIC 999     VALUE 0.
       77 nRcptSub       PIC 999     VALUE 0.
       77 nSupCnt        PIC 99      VALUE 0.
       77 nSupSub        PIC 99      VALUE 0.
       77 xFindSupplier  PIC X(4).
       77 nUntracedQty   PIC 9(6)    VALUE 0.
       77 nFlaggedCnt    PIC 99      VALUE 0.
       77 nPctWk         PIC S9(5)v9 VALUE 0.
       77 nScoreWk       PIC S9(5)v9 VALUE 0.
       77 xAuditDetail   PIC X(80)   VALUE SPACES.
       77 xAuditProgName PIC X(20)   VALUE "FRUIT-SCORE".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd PIC X(8)    VALUE "END".
       77 xEojCode       PIC X(8)    VALUE "CLEAN".
           COPY "rundate-ws.cbl".

       01 xRcptTable. *> every receipt on file - the quarter's count
          *> toward the scores, the rest only for tracing spoilage
          05 xRcptElement OCCURS 500 TIMES.
             10 xRtFruit      PIC X(14).
             10 xRtSupplier   PIC X(4).
             10 nRtRcvDate    PIC 9(8).
             10 xRtInQuarter  PIC x.

       01 xSupTable.
          05 xSupElement OCCURS 50 TIMES.
             10 xStCode       PIC X(4).
             10 nStReceipts   PIC 9(4).
             10 nStOnTime     PIC 9(4).
             10 nStLate       PIC 9(4). *> overdue open lines
             10 nStLeadSum    PIC 9(6).
             10 nStOrdered    PIC 9(6).
             10 nStSettled    PIC 9(6).
             10 nStReceived   PIC 9(6).
             10 nStUnfilled   PIC 9(6).
             10 nStSpoiled    PIC 9(6).
             10 nStScore      PIC 999.

       01 xRptHeading.
          05 FILLER       PIC X(30) VALUE
             'SUPPLIER SCORECARD            '.
          05 xRptQuarter  PIC X(6).
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRptStart   PIC 9999/99/99.
          05 FILLER       PIC X(4)  VALUE ' TO '.
          05 neRptEnd     PIC 9999/99/99.
          05 FILLER       PIC X(10) VALUE '   RUN ON '.
          05 neRptDate    PIC 9999/99/99.

       01 xRptColumns.
          05 FILLER       PIC X(6)  VALUE 'SUPP'.
          05 FILLER       PIC X(7)  VALUE 'RCPTS'.
          05 FILLER       PIC X(8)  VALUE '  LEAD'.
          05 FILLER       PIC X(9)  VALUE 'ON TIME%'.
          05 FILLER       PIC X(8)  VALUE '  FILL%'.
          05 FILLER       PIC X(9)  VALUE ' QTY VAR%'.
          05 FILLER       PIC X(10) VALUE ' SPOILED%'.
          05 FILLER       PIC X(7)  VALUE ' SCORE'.
          05 FILLER       PIC X(4)  VALUE 'NOTE'.

       01 xRptDetail.
          05 xRdSupplier  PIC X(4).
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 neRdReceipts PIC zzz9.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 xRdLead      PIC X(5).
          05 neRdLead REDEFINES xRdLead PIC zz9.9.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 xRdOnTime    PIC X(5).
          05 neRdOnTime REDEFINES xRdOnTime PIC zz9.9.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 xRdFill      PIC X(5).
          05 neRdFill REDEFINES xRdFill PIC zz9.9.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 xRdQtyVar    PIC X(6).
          05 neRdQtyVar REDEFINES xRdQtyVar PIC zz9.9-.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 xRdSpoiled   PIC X(5).
          05 neRdSpoiled REDEFINES xRdSpoiled PIC zz9.9.
          05 FILLER       PIC X(4)  VALUE SPACES.
          05 xRdScore     PIC X(3).
          05 neRdScore REDEFINES xRdScore PIC zz9.
          05 FILLER       PIC X(3)  VALUE SPACES.
          05 xRdNote      PIC X(30).

       01 xRptUntraced.
          05 FILLER       PIC X(40) VALUE
             'SPOILED UNITS NOT TRACED TO A RECEIPT:  '.
          05 neRptUntraced PIC zzzzz9.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           MOVE 'FruitReceived.txt' TO xRcvdFileName.
           PERFORM 200-LOAD-RECEIPTS.
           MOVE 'FruitReceived-billed.txt' TO xRcvdFileName.
           PERFORM 200-LOAD-RECEIPTS.
           PERFORM 220-LOAD-OPEN-ORDERS.
           PERFORM 240-TRACE-SPOILAGE.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           ACCEPT xQuarter FROM ENVIRONMENT 'FRUIT_SCORE_QUARTER'
              ON EXCEPTION MOVE SPACES TO xQuarter
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(xQuarter) TO xQuarter.
           IF xQuarter(1:4) IS NUMERIC AND xQuarter(5:1) = 'Q'
              AND xQuarter(6:1) >= '1' AND xQuarter(6:1) <= '4'
              MOVE xQuarter(1:4) TO nQtrYear
              MOVE xQuarter(6:1) TO nQtrNo
           ELSE
              IF xQuarter NOT = SPACES
                 DISPLAY 'FRUIT_SCORE_QUARTER MUST BE YYYYQn - THE '
                    'LAST WHOLE QUARTER IS SCORED'
              END-IF
      *> the last whole quarter before the run date
              MOVE nRunDate(1:4) TO nQtrYear
              COMPUTE nQtrNo = (FUNCTION NUMVAL(nRunDate(5:2)) + 2)
                 / 3
              IF nQtrNo = 1
                 MOVE 4 TO nQtrNo
                 SUBTRACT 1 FROM nQtrYear
              ELSE
                 SUBTRACT 1 FROM nQtrNo
              END-IF
           END-IF.
           MOVE SPACES TO xQuarter.
           STRING nQtrYear DELIMITED BY SIZE
              'Q' DELIMITED BY SIZE
              nQtrNo DELIMITED BY SIZE
              INTO xQuarter
           END-STRING.
           COMPUTE nQtrStart = nQtrYear * 10000
              + ((nQtrNo - 1) * 3 + 1) * 100 + 1.
           EVALUATE nQtrNo
              WHEN 1
                 COMPUTE nQtrEnd = nQtrYear * 10000 + 0331
              WHEN 2
                 COMPUTE nQtrEnd = nQtrYear * 10000 + 0630
              WHEN 3
                 COMPUTE nQtrEnd = nQtrYear * 10000 + 0930
              WHEN OTHER
                 COMPUTE nQtrEnd = nQtrYear * 10000 + 1231
           END-EVALUATE.
           MOVE SPACES TO xParmIn.
           ACCEPT xParmIn FROM ENVIRONMENT 'FRUIT_ONTIME_DAYS'
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF xParmIn NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmIn) = 0
              AND FUNCTION NUMVAL(xParmIn) NOT < 0
              AND FUNCTION NUMVAL(xParmIn) NOT > 99
              COMPUTE nOnTimeDays = FUNCTION NUMVAL(xParmIn)
           END-IF.
           MOVE SPACES TO xParmIn.
           ACCEPT xParmIn FROM ENVIRONMENT 'FRUIT_SCORE_MIN'
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF xParmIn NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmIn) = 0
              AND FUNCTION NUMVAL(xParmIn) NOT < 0
              AND FUNCTION NUMVAL(xParmIn) NOT > 100
              COMPUTE nScoreMin = FUNCTION NUMVAL(xParmIn)
           END-IF.
      *> suppliers on the reference file are scored even when they
      *> had nothing on order - a blank line says as much
           MOVE 'FruitSuppliers.txt' TO xSuppFileName.
           ACCEPT xSuppFileName FROM ENVIRONMENT
              'FRUIT_SUPPLIER_FILE'
              ON EXCEPTION
                 MOVE 'FruitSuppliers.txt' TO xSuppFileName
           END-ACCEPT.
           OPEN INPUT SUPPFILE.
           IF xSuppStatus = '00'
              PERFORM 110-READ-SUPPLIER UNTIL xEOF = 'y'
           END-IF.
           CLOSE SUPPFILE.

       110-READ-SUPPLIER.
           READ SUPPFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                MOVE xSupCode TO xFindSupplier
                PERFORM 250-FIND-SUPPLIER,
           END-READ.

       200-LOAD-RECEIPTS.
           MOVE 'n' TO xEOF.
           OPEN INPUT RCVDFILE.
           IF xRcvdStatus = '00'
              PERFORM 210-READ-RECEIPT UNTIL xEOF = 'y'
           END-IF.
           CLOSE RCVDFILE.

       210-READ-RECEIPT.
           READ RCVDFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF FUNCTION TEST-DATE-YYYYMMDD(nRvdOrdDate) = 0
                   AND FUNCTION TEST-DATE-YYYYMMDD(nRvdRcvDate) = 0
                   AND nRvdOrdQty NUMERIC AND nRvdRcvQty NUMERIC
                   PERFORM 215-KEEP-RECEIPT
                END-IF,
           END-READ.

       215-KEEP-RECEIPT.
           MOVE 0 TO nRcptSub.
           IF nRcptCnt < 500
              ADD 1 TO nRcptCnt
              MOVE nRcptCnt TO nRcptSub
              MOVE xRvdFruit TO xRtFruit(nRcptCnt)
              MOVE xRvdSupplier TO xRtSupplier(nRcptCnt)
              MOVE nRvdRcvDate TO nRtRcvDate(nRcptCnt)
              MOVE 'n' TO xRtInQuarter(nRcptCnt)
           END-IF.
           IF nRvdOrdDate NOT < nQtrStart
              AND nRvdOrdDate NOT > nQtrEnd
              IF nRcptSub > 0
                 MOVE 'y' TO xRtInQuarter(nRcptSub)
              END-IF
              MOVE xRvdSupplier TO xFindSupplier
              PERFORM 250-FIND-SUPPLIER
              IF nSupSub NOT > nSupCnt
                 ADD 1 TO nStReceipts(nSupSub)
                 COMPUTE nLeadWk =
                    FUNCTION INTEGER-OF-DATE(nRvdRcvDate)
                    - FUNCTION INTEGER-OF-DATE(nRvdOrdDate)
                 IF nLeadWk < 0
                    MOVE 0 TO nLeadWk
                 END-IF
                 ADD nLeadWk TO nStLeadSum(nSupSub)
                 IF nLeadWk NOT > nOnTimeDays
                    ADD 1 TO nStOnTime(nSupSub)
                 END-IF
                 ADD nRvdOrdQty TO nStOrdered(nSupSub)
                 ADD nRvdOrdQty TO nStSettled(nSupSub)
                 ADD nRvdRcvQty TO nStReceived(nSupSub)
              END-IF
           END-IF.

       220-LOAD-OPEN-ORDERS. *> a quarter's order still open past
          *> its on-time days is late and, so far, unfilled
           MOVE 'n' TO xEOF.
           OPEN INPUT ORDERFILE.
           IF xOrderStatus = '00'
              PERFORM 230-READ-ORDER UNTIL xEOF = 'y'
           END-IF.
           CLOSE ORDERFILE.

       230-READ-ORDER.
           READ ORDERFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF FUNCTION TEST-DATE-YYYYMMDD(nOrdDate) = 0
                   AND nOrdQty NUMERIC AND nOrdQty > 0
                   AND nOrdDate NOT < nQtrStart
                   AND nOrdDate NOT > nQtrEnd
                   COMPUTE nDueDate = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(nOrdDate)
                      + nOnTimeDays)
                   IF nDueDate < nRunDate
                      MOVE xOrdSupplier TO xFindSupplier
                      PERFORM 250-FIND-SUPPLIER
                      IF nSupSub NOT > nSupCnt
                         ADD 1 TO nStLate(nSupSub)
                         ADD nOrdQty TO nStOrdered(nSupSub)
                         ADD nOrdQty TO nStUnfilled(nSupSub)
                      END-IF
                   END-IF
                END-IF,
           END-READ.

       240-TRACE-SPOILAGE.
           MOVE 'n' TO xEOF.
           OPEN INPUT SPOILHIST.
           IF xSpoilStatus = '00'
              PERFORM 245-READ-SPOIL UNTIL xEOF = 'y'
           END-IF.
           CLOSE SPOILHIST.

       245-READ-SPOIL. *> the lot is the fruit and its receiving
          *> date; the first receipt that day is the truck it came on
           READ SPOILHIST
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nShQty NUMERIC
                   PERFORM VARYING nRcptSub FROM 1 BY 1
                      UNTIL nRcptSub > nRcptCnt
                      OR (xRtFruit(nRcptSub) = xShFruit
                      AND nRtRcvDate(nRcptSub) = nShLotDate)
                      CONTINUE
                   END-PERFORM
                   IF nRcptSub > nRcptCnt
                      ADD nShQty TO nUntracedQty
                   ELSE
                      IF xRtInQuarter(nRcptSub) = 'y'
                         MOVE xRtSupplier(nRcptSub) TO xFindSupplier
                         PERFORM 250-FIND-SUPPLIER
                         IF nSupSub NOT > nSupCnt
                            ADD nShQty TO nStSpoiled(nSupSub)
                         END-IF
                      END-IF
                   END-IF
                END-IF,
           END-READ.

       250-FIND-SUPPLIER. *> adds the supplier when it is new
           PERFORM VARYING nSupSub FROM 1 BY 1
              UNTIL nSupSub > nSupCnt
              OR xStCode(nSupSub) = xFindSupplier
              CONTINUE
           END-PERFORM.
           IF nSupSub > nSupCnt AND nSupCnt < 50
              AND xFindSupplier NOT = SPACES
              ADD 1 TO nSupCnt
              MOVE nSupCnt TO nSupSub
              INITIALIZE xSupElement(nSupSub)
              MOVE xFindSupplier TO xStCode(nSupSub)
           END-IF.

       300-TERMINATION.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT SCOREFILE.
           MOVE xQuarter TO xRptQuarter.
           MOVE nQtrStart TO neRptStart.
           MOVE nQtrEnd TO neRptEnd.
           MOVE nRunDate TO neRptDate.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           PERFORM 310-SCORE-SUPPLIER VARYING nSupSub FROM 1 BY 1
              UNTIL nSupSub > nSupCnt.
           IF nUntracedQty > 0
              MOVE nUntracedQty TO neRptUntraced
              MOVE SPACES TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
              MOVE xRptUntraced TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           END-IF.
           CLOSE RPTFILE.
           CLOSE SCOREFILE.
           IF nFlaggedCnt > 0
              MOVE "WARNING" TO xEojCode
           END-IF.
           DISPLAY nSupCnt ' SUPPLIER(S) SCORED FOR ' xQuarter ', '
              nFlaggedCnt ' FLAGGED FOR REVIEW - SEE '
              'Fruit-supplier-scorecard.txt'.
           STRING "quarter=" DELIMITED BY SIZE
              xQuarter DELIMITED BY SIZE
              " suppliers=" DELIMITED BY SIZE
              nSupCnt DELIMITED BY SIZE
              " flagged=" DELIMITED BY SIZE
              nFlaggedCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-SCORE-SUPPLIER.
           MOVE SPACES TO xRptDetail.
           MOVE xStCode(nSupSub) TO xRdSupplier.
           MOVE nStReceipts(nSupSub) TO neRdReceipts.
           IF nStOrdered(nSupSub) = 0
              MOVE 'NOTHING ORDERED IN THE QUARTER' TO xRdNote
           ELSE
              MOVE 0 TO nScoreWk
              IF nStReceipts(nSupSub) > 0
                 COMPUTE nPctWk ROUNDED = nStLeadSum(nSupSub)
                    / nStReceipts(nSupSub)
                 MOVE nPctWk TO neRdLead
              END-IF
              COMPUTE nPctWk ROUNDED = nStOnTime(nSupSub) * 100
                 / (nStReceipts(nSupSub) + nStLate(nSupSub))
              MOVE nPctWk TO neRdOnTime
              ADD nPctWk TO nScoreWk
              COMPUTE nPctWk ROUNDED = nStSettled(nSupSub) * 100
                 / nStOrdered(nSupSub)
              MOVE nPctWk TO neRdFill
              ADD nPctWk TO nScoreWk
              COMPUTE nPctWk ROUNDED = (nStReceived(nSupSub)
                 - nStOrdered(nSupSub)) * 100 / nStOrdered(nSupSub)
              MOVE nPctWk TO neRdQtyVar
              IF nPctWk < 0
                 COMPUTE nPctWk = 0 - nPctWk
              END-IF
              IF nPctWk > 100
                 MOVE 100 TO nPctWk
              END-IF
              COMPUTE nScoreWk = nScoreWk + 100 - nPctWk
              IF nStReceived(nSupSub) > 0
                 COMPUTE nPctWk ROUNDED = nStSpoiled(nSupSub) * 100
                    / nStReceived(nSupSub)
              ELSE
                 MOVE 0 TO nPctWk
              END-IF
              IF nPctWk > 100
                 MOVE 100 TO nPctWk
              END-IF
              MOVE nPctWk TO neRdSpoiled
              COMPUTE nScoreWk = nScoreWk + 100 - nPctWk
              COMPUTE nStScore(nSupSub) ROUNDED = nScoreWk / 4
              MOVE nStScore(nSupSub) TO neRdScore
              MOVE xStCode(nSupSub) TO xScrSupplier
              MOVE nStScore(nSupSub) TO nScrScore
              MOVE xQuarter TO xScrQuarter
              MOVE nRunDate TO nScrRunDate
              IF nStScore(nSupSub) < nScoreMin
                 MOVE '*** BELOW THRESHOLD - REVIEW' TO xRdNote
                 MOVE 'R' TO xScrFlag
                 ADD 1 TO nFlaggedCnt
              ELSE
                 MOVE SPACE TO xScrFlag
              END-IF
              WRITE xScoreRecord
           END-IF.
           MOVE xRptDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
