      *> file plus an order register line - unless an order for that
      *> fruit is already open, in which case the new line is
      *> suppressed. Receiving clears the open-order line by hand.
      *> Where more than one supplier carries the fruit the first on
      *> the reference file is used, unless FRUIT_REORDER_BY_SCORE=Y,
      *> in which case the best score on FruitSupplierScores.txt
      *> (FRUIT-SCORE's last quarter) wins; an unscored supplier
      *> ranks below any scored one.

       environment division.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL ORDERFILE ASSIGN TO "FruitOrders-open.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xOrderStatus.
           SELECT OPTIONAL SCOREFILE ASSIGN TO
              "FruitSupplierScores.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xScoreStatus.
           SELECT REGFILE ASSIGN TO "Fruit-order-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

          05 nOrdQty       PIC 999.
          05 nOrdDate      PIC 9(8).

       FD SCOREFILE. *> FRUIT-SCORE's supplier scores
       01 xScoreRecord.
          05 xScrSupplier  PIC X(4).
          05 nScrScore     PIC 999.
          05 xScrQuarter   PIC X(6).
          05 xScrFlag      PIC X.
          05 nScrRunDate   PIC 9(8).

       FD REGFILE.
       01 xRegLine      PIC X(80).

       77 xFruitStatus   PIC xx.
       77 xSuppStatus    PIC xx.
       77 xOrderStatus   PIC xx.
       77 xScoreStatus   PIC xx.
       77 xByScore       PIC x     VALUE 'N'.
       77 nBestScore     PIC S999  VALUE 0.
       77 xEOF           PIC x     VALUE 'n'.
       77 nSuppCnt       PIC 99    VALUE 0.
       77 nSuppSub       PIC 99    VALUE 0.
          05 xSuppElement OCCURS 50 TIMES.
             10 xSupFruitTbl PIC X(14).
             10 xSupCodeTbl  PIC X(4).
             10 nSupScoreTbl PIC S999. *> -1 when not scored

       01 xOpenTable. *> fruits already on an open order
          05 xOpenFruitTbl OCCURS 50 TIMES PIC X(14).
              ON EXCEPTION
                 MOVE 'FruitSuppliers.txt' TO xSuppFileName
           END-ACCEPT.
           ACCEPT xByScore FROM ENVIRONMENT 'FRUIT_REORDER_BY_SCORE'
              ON EXCEPTION MOVE 'N' TO xByScore
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(xByScore) TO xByScore.
           PERFORM 110-LOAD-SUPPLIERS.
           IF xByScore = 'Y'
              PERFORM 115-LOAD-SCORES
           END-IF.
           PERFORM 120-LOAD-OPEN-ORDERS.
           OPEN INPUT FRUITFILE.
           IF xFruitStatus NOT = '00'
                   ADD 1 TO nSuppCnt
                   MOVE xSupFruit TO xSupFruitTbl(nSuppCnt)
                   MOVE xSupCode TO xSupCodeTbl(nSuppCnt)
                   MOVE -1 TO nSupScoreTbl(nSuppCnt)
                END-IF,
           END-READ.

       115-LOAD-SCORES.
           OPEN INPUT SCOREFILE.
           IF xScoreStatus = '00'
              PERFORM 116-READ-SCORE UNTIL xEOF = 'y'
           ELSE
              DISPLAY 'NO SUPPLIER SCORES - FIRST SUPPLIER IS USED'
           END-IF.
           CLOSE SCOREFILE.
           MOVE 'n' TO xEOF.

       116-READ-SCORE.
           READ SCOREFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nScrScore NUMERIC
                   PERFORM VARYING nSuppSub FROM 1 BY 1
                      UNTIL nSuppSub > nSuppCnt
                      IF xSupCodeTbl(nSuppSub) = xScrSupplier
                         MOVE nScrScore TO nSupScoreTbl(nSuppSub)
                      END-IF
                   END-PERFORM
                END-IF,
           END-READ.


       230-WRITE-ORDER.
           MOVE '????' TO xSupplierOut.
           MOVE -2 TO nBestScore.
           PERFORM VARYING nSuppSub FROM 1 BY 1
              UNTIL nSuppSub > nSuppCnt
              IF xSupFruitTbl(nSuppSub) = xInFruit
                 AND nSupScoreTbl(nSuppSub) > nBestScore
                 MOVE xSupCodeTbl(nSuppSub) TO xSupplierOut
                 MOVE nSupScoreTbl(nSuppSub) TO nBestScore
                 IF xByScore NOT = 'Y'
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.
           MOVE xInFruit TO xOrdFruit.
