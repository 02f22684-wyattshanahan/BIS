       identification division.
       program-id. Fruit-Count.
       author. WYATT SHANAHAN.

      *> Physical inventory count cycle, one FRUIT_COUNT_MODE a step:
      *>   S - SHEETS. The book is frozen onto FruitCounts.txt - one
      *>       line per fruit and receiving lot, and a NO LOT line per
      *>       fruit for stock found outside any lot, which also
      *>       carries the master quantity - and the count sheets
      *>       print by fruit and lot with no book quantity on them.
      *>       A cycle already open is never overwritten.
      *>   E - ENTRY. The counted quantities are keyed line by line;
      *>       the book is not shown. A blank answer leaves the line
      *>       as it was, so a recount is the same pass again.
      *>   V - VARIANCE (the default). Counted against the frozen
      *>       book for each lot and each fruit, the fruit's variance
      *>       valued at the supplier's unit cost off
      *>       FruitSuppliers.txt, shrink and overage totalled. The
      *>       approver puts an A in column 1 of FruitCounts.txt on
      *>       every line of each fruit whose count stands.
      *>   P - POST. Each fruit whose lines are all counted and
      *>       approved is adjusted: the master moves by the fruit's
      *>       variance - so sales and receipts since the sheets
      *>       printed still count - and each lot by its own, with
      *>       stock found outside any lot made a lot of the count
      *>       date. Every adjustment goes on the maintenance journal
      *>       and on FruitCountHistory.txt, the shrink and overage go
      *>       to the ledger on a GL extract (shrink: debit shrink,
      *>       credit inventory; overage the other way round, accounts
      *>       off FruitGLAccounts.txt) queued for GL-POST, and the
      *>       cycle retires to FruitCounts.<date>.txt.

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
           SELECT OPTIONAL COUNTFILE ASSIGN TO "FruitCounts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xCountStatus.
           SELECT COUNTARCH ASSIGN TO DYNAMIC xArchFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTFILE ASSIGN TO "FruitCountHistory.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xHistStatus.
           SELECT NEWFRUIT ASSIGN TO DYNAMIC xNewFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIVEFRUIT ASSIGN TO DYNAMIC xFruitFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC xRptFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GLACCTFILE ASSIGN TO DYNAMIC
              xGlAcctFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGlAcctStatus.
           SELECT GLEXTFILE ASSIGN TO DYNAMIC xGlExtFileName
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

       FD COUNTFILE. *> the open count - book frozen at sheet time
       01 xCountRecord.
          05 xCntApprove   PIC X. *> A = count approved to post
          05 xCntFruit     PIC X(14).
          05 nCntLotDate   PIC 9(8). *> 0 = the NO LOT line
          05 nCntBook      PIC 999. *> the lot's book quantity
          05 nCntMasterBook PIC 999. *> the master's, NO LOT line
          05 xCntCounted   PIC X(3). *> spaces = not yet counted
          05 nCntSheetDate PIC 9(8).

       FD COUNTARCH.
       01 xCountArchLine PIC X(40).

       FD HISTFILE. *> every posted count line, for good
       01 xHistRecord.
          05 nHstPostDate  PIC 9(8).
          05 nHstSheetDate PIC 9(8).
          05 xHstFruit     PIC X(14).
          05 nHstLotDate   PIC 9(8).
          05 nHstBook      PIC 999.
          05 nHstCounted   PIC 999.
          05 nHstVariance  PIC S999 SIGN IS TRAILING SEPARATE.

       FD NEWFRUIT.
       01 xNewRec       PIC X(29).

       FD LIVEFRUIT.
       01 xLiveRec      PIC X(29).

       FD RPTFILE.
       01 xRptLine      PIC X(100).

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

       77 xFruitFileName PIC X(100).
       77 xSuppFileName  PIC X(100).
       77 xNewFileName   PIC X(100).
       77 xArchFileName  PIC X(100).
       77 xRptFileName   PIC X(100).
       77 xFruitStatus   PIC xx.
       77 xLotStatus     PIC xx.
       77 xSuppStatus    PIC xx.
       77 xCountStatus   PIC xx.
       77 xHistStatus    PIC xx.
       77 xEOF           PIC x     VALUE 'n'.
       77 xMode          PIC x     VALUE 'V'.
       77 nFruitCnt      PIC 999   VALUE 0.
       77 nFruitSub      PIC 999   VALUE 0.
       77 nLotCnt        PIC 999   VALUE 0.
       77 nLotSub        PIC 999   VALUE 0.
       77 nSuppCnt       PIC 99    VALUE 0.
       77 nSuppSub       PIC 99    VALUE 0.
       77 nCountCnt      PIC 999   VALUE 0.
       77 nCountSub      PIC 999   VALUE 0.
       77 nGrpStart      PIC 999   VALUE 0.
       77 nGrpEnd        PIC 999   VALUE 0.
       77 nLotBookSum    PIC 9(4)  VALUE 0.
       77 nMasterBook    PIC 999   VALUE 0.
       77 nCountedSum    PIC 9(4)  VALUE 0.
       77 nLineVar       PIC S9(4) VALUE 0.
       77 nFruitVar      PIC S9(4) VALUE 0.
       77 nLeftToTake    PIC 9(4)  VALUE 0.
       77 nNewQty        PIC S9(5) VALUE 0.
       77 nUnitCost      PIC 9v99  VALUE 0.
       77 nVarValue      PIC S9(6)v99 VALUE 0.
       77 nShrinkValue   PIC 9(7)v99 VALUE 0.
       77 nOverValue     PIC 9(7)v99 VALUE 0.
       77 xGrpState      PIC x. *> R ready to post, U uncounted,
          *> N not approved, G gone from the master
       77 nFruitsCounted PIC 999   VALUE 0.
       77 nFruitsPosted  PIC 999   VALUE 0.
       77 nFruitsHeld    PIC 999   VALUE 0.
       77 nLinesUncounted PIC 999  VALUE 0.
       77 xEntry         PIC X(3).
       77 nEntryQty      PIC 999.
       77 nEntryCnt      PIC 999   VALUE 0.
       77 xStopEntry     PIC x     VALUE 'n'.
       77 xLockMode      PIC x.
       77 xLockResult    PIC x.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "FRUIT-COUNT".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
       77 xGlAcctFileName PIC X(100).
       77 xGlAcctStatus  PIC xx. *> GLACCTFILE is OPTIONAL - without
          *> it no extract is written, warned loudly
       77 xGlExtFileName PIC X(100).
       77 xGlqMode       PIC x.
       77 xGlInvAcct     PIC x(6)    VALUE SPACES.
       77 xGlShrinkAcct  PIC x(6)    VALUE SPACES.
       77 neGlValue      PIC $z,zzz,zz9.99.
       77 xJrnFile       PIC X(20).
       77 xJrnKey        PIC X(20).
       77 xJrnAction     PIC X(10)   VALUE 'COUNT ADJ'.
       77 xJrnBefore     PIC X(100).
       77 xJrnAfter      PIC X(100).
           COPY "rundate-ws.cbl".

       01 xFruitTable.
          05 xFruitElement OCCURS 200 TIMES.
             10 xTblFruit     PIC X(14).
             10 nTblQuantity  PIC 999.
             10 nTblPrice     PIC 9v99.
             10 nTblReorderPt PIC 999.
             10 nTblReorderQty PIC 999.
             10 nTblShelfDays PIC 999.

       01 xLotTable.
          05 xLotElement OCCURS 300 TIMES.
             10 xLotFruitTbl PIC X(14).
             10 nLotQtyTbl   PIC 999.
             10 nLotDateTbl  PIC 9(8).

       01 xSuppCostTable.
          05 xSuppCostElement OCCURS 50 TIMES.
             10 xSupFruitTbl PIC X(14).
             10 nSupCostTbl  PIC 9v99.

       01 xCountTable. *> FruitCounts.txt, grouped by fruit with the
          *> NO LOT line last in each group
          05 xCountElement OCCURS 500 TIMES.
             10 xCtApprove    PIC X.
             10 xCtFruit      PIC X(14).
             10 nCtLotDate    PIC 9(8).
             10 nCtBook       PIC 999.
             10 nCtMasterBook PIC 999.
             10 xCtCounted    PIC X(3).
             10 nCtCounted REDEFINES xCtCounted PIC 999.
             10 nCtSheetDate  PIC 9(8).

       01 xSheetHeading.
          05 FILLER     PIC X(33) VALUE
             'PHYSICAL INVENTORY COUNT SHEETS  '.
          05 neSheetDate PIC 9999/99/99.

       01 xSheetColumns.
          05 FILLER     PIC X(60) VALUE
             'FRUIT           LOT RECEIVED   COUNTED      COUNTED BY'.

       01 xSheetDetail.
          05 xShFruit   PIC X(14).
          05 FILLER     PIC X(2)  VALUE SPACES.
          05 xShLot     PIC X(10).
          05 FILLER     PIC X(3)  VALUE SPACES.
          05 FILLER     PIC X(10) VALUE '__________'.
          05 FILLER     PIC X(3)  VALUE SPACES.
          05 FILLER     PIC X(14) VALUE '______________'.

       01 xRptHeading.
          05 xRptTitle  PIC X(30).
          05 neRptDate  PIC 9999/99/99.
          05 FILLER     PIC X(17) VALUE '  SHEETS PRINTED '.
          05 neRptSheetDate PIC 9999/99/99.

       01 xRptColumns.
          05 FILLER     PIC X(40) VALUE
             'FRUIT           LOT          BOOK  COUNT'.
          05 FILLER     PIC X(33) VALUE
             '     VAR   COST       VALUE  NOTE'.

       01 xRptDetail.
          05 xRdFruit   PIC X(14).
          05 FILLER     PIC X(2)  VALUE SPACES.
          05 xRdLot     PIC X(10).
          05 FILLER     PIC X(3)  VALUE SPACES.
          05 xRdBook    PIC X(4).
          05 neRdBook REDEFINES xRdBook PIC zzz9.
          05 FILLER     PIC X(3)  VALUE SPACES.
          05 xRdCount   PIC X(4).
          05 neRdCount REDEFINES xRdCount PIC zzz9.
          05 FILLER     PIC X(3)  VALUE SPACES.
          05 neRdVar    PIC zzz9-.
          05 FILLER     PIC X(2)  VALUE SPACES.
          05 xRdCost    PIC X(5).
          05 neRdCost REDEFINES xRdCost PIC z9.99.
          05 FILLER     PIC X(2)  VALUE SPACES.
          05 xRdValue   PIC X(10).
          05 neRdValue REDEFINES xRdValue PIC $$,$$9.99-.
          05 FILLER     PIC X(2)  VALUE SPACES.
          05 xRdNote    PIC X(26).

       01 xRptTotal.
          05 xRtTag     PIC X(30).
          05 neRtValue  PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           EVALUATE xMode
              WHEN 'S'
                 PERFORM 200-PRINT-SHEETS
              WHEN 'E'
                 PERFORM 300-ENTER-COUNTS
              WHEN 'P'
                 PERFORM 500-POST-COUNTS
              WHEN OTHER
                 PERFORM 400-VARIANCE-REPORT
           END-EVALUATE.
           IF xMode = 'S' OR xMode = 'P'
              CALL "releaseFileLock" USING xFruitFileName xLockMode
                 xLockResult
           END-IF.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           ACCEPT xMode FROM ENVIRONMENT 'FRUIT_COUNT_MODE'
              ON EXCEPTION MOVE 'V' TO xMode
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(xMode) TO xMode.
           MOVE 'FixedFruits.txt' TO xFruitFileName.
           ACCEPT xFruitFileName FROM ENVIRONMENT 'FRUIT_FILE'
              ON EXCEPTION
                 MOVE 'FixedFruits.txt' TO xFruitFileName
           END-ACCEPT.
           MOVE 'FruitSuppliers.txt' TO xSuppFileName.
           ACCEPT xSuppFileName FROM ENVIRONMENT
              'FRUIT_SUPPLIER_FILE'
              ON EXCEPTION
                 MOVE 'FruitSuppliers.txt' TO xSuppFileName
           END-ACCEPT.
      *> the sheets freeze the book and the post rewrites it - both
      *> hold the inventory still while they work
           IF xMode = 'S' OR xMode = 'P'
              IF xMode = 'S'
                 MOVE 'S' TO xLockMode
              ELSE
                 MOVE 'X' TO xLockMode
              END-IF
              CALL "acquireFileLock" USING xFruitFileName xLockMode
                 xLockResult
              IF xLockResult NOT = 'Y'
                 DISPLAY 'INVENTORY IS LOCKED BY ANOTHER PROGRAM - '
                    'COUNT REFUSED. RETRY SHORTLY.'
                 MOVE "refused - inventory locked" TO xAuditDetail
                 CALL "writeAuditLog" USING xAuditProgName
                    xAuditEventEnd xAuditDetail
                 MOVE "FAILED" TO xEojCode
                 CALL "writeEndOfJob" USING xAuditProgName xEojCode
                    xAuditDetail
                 STOP RUN
              END-IF
           END-IF.
           PERFORM 110-LOAD-FRUIT.
           PERFORM 120-LOAD-LOTS.
           PERFORM 130-LOAD-SUPPLIER-COSTS.
           PERFORM 140-LOAD-COUNTS.

       110-LOAD-FRUIT.
           OPEN INPUT FRUITFILE.
           IF xFruitStatus = '00'
              PERFORM 111-READ-FRUIT UNTIL xEOF = 'y'
           END-IF.
           CLOSE FRUITFILE.
           MOVE 'n' TO xEOF.

       111-READ-FRUIT.
           READ FRUITFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nFruitCnt < 200
                   ADD 1 TO nFruitCnt
                   MOVE xInFruit TO xTblFruit(nFruitCnt)
                   MOVE nInQuantity TO nTblQuantity(nFruitCnt)
                   MOVE nInPrice TO nTblPrice(nFruitCnt)
                   MOVE nInReorderPt TO nTblReorderPt(nFruitCnt)
                   MOVE nInReorderQty TO nTblReorderQty(nFruitCnt)
                   IF nInShelfDays NUMERIC
                      MOVE nInShelfDays TO nTblShelfDays(nFruitCnt)
                   ELSE
                      MOVE 0 TO nTblShelfDays(nFruitCnt)
                   END-IF
                END-IF,
           END-READ.

       120-LOAD-LOTS.
           OPEN INPUT LOTFILE.
           IF xLotStatus = '00'
              PERFORM 121-READ-LOT UNTIL xEOF = 'y'
           END-IF.
           CLOSE LOTFILE.
           MOVE 'n' TO xEOF.

       121-READ-LOT.
           READ LOTFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nLotCnt < 300
                   ADD 1 TO nLotCnt
                   MOVE xLotFruit TO xLotFruitTbl(nLotCnt)
                   MOVE nLotQty TO nLotQtyTbl(nLotCnt)
                   MOVE nLotRecvDate TO nLotDateTbl(nLotCnt)
                END-IF,
           END-READ.

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

       140-LOAD-COUNTS.
           OPEN INPUT COUNTFILE.
           IF xCountStatus = '00'
              PERFORM 141-READ-COUNT UNTIL xEOF = 'y'
           END-IF.
           CLOSE COUNTFILE.
           MOVE 'n' TO xEOF.

       141-READ-COUNT.
           READ COUNTFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nCountCnt < 500
                   ADD 1 TO nCountCnt
                   MOVE xCountRecord TO xCountElement(nCountCnt)
                END-IF,
           END-READ.

      *> ==============================================================
      *> S - freeze the book and print the sheets
      *> ==============================================================
       200-PRINT-SHEETS.
           IF nCountCnt > 0
              DISPLAY 'A COUNT CYCLE IS ALREADY OPEN ON '
                 'FruitCounts.txt - POST IT BEFORE STARTING ANOTHER.'
              MOVE "FAILED" TO xEojCode
              MOVE "refused - count cycle already open"
                 TO xAuditDetail
           ELSE
              PERFORM 210-FREEZE-FRUIT VARYING nFruitSub FROM 1 BY 1
                 UNTIL nFruitSub > nFruitCnt
              PERFORM 220-SAVE-COUNTS
              MOVE 'Fruit-count-sheets.txt' TO xRptFileName
              OPEN OUTPUT RPTFILE
              MOVE nRunDate TO neSheetDate
              MOVE xSheetHeading TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
              MOVE xSheetColumns TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
              PERFORM 230-PRINT-SHEET-LINE VARYING nCountSub
                 FROM 1 BY 1 UNTIL nCountSub > nCountCnt
              CLOSE RPTFILE
              DISPLAY nCountCnt ' COUNT LINES FOR ' nFruitCnt
                 ' FRUITS ON Fruit-count-sheets.txt'
              STRING "mode=S lines=" DELIMITED BY SIZE
                 nCountCnt DELIMITED BY SIZE
                 INTO xAuditDetail
                 ON OVERFLOW CONTINUE
              END-STRING
           END-IF.

       210-FREEZE-FRUIT. *> one line per lot date - two receipts on
          *> one day are one lot on the shelf - then the NO LOT line
           MOVE nCountCnt TO nGrpStart.
           ADD 1 TO nGrpStart.
           PERFORM VARYING nLotSub FROM 1 BY 1
              UNTIL nLotSub > nLotCnt
              IF xLotFruitTbl(nLotSub) = xTblFruit(nFruitSub)
                 AND nLotQtyTbl(nLotSub) > 0
                 PERFORM VARYING nCountSub FROM nGrpStart BY 1
                    UNTIL nCountSub > nCountCnt
                    OR nCtLotDate(nCountSub) = nLotDateTbl(nLotSub)
                    CONTINUE
                 END-PERFORM
                 IF nCountSub > nCountCnt AND nCountCnt < 499
                    ADD 1 TO nCountCnt
                    MOVE nCountCnt TO nCountSub
                    PERFORM 215-NEW-COUNT-LINE
                    MOVE nLotDateTbl(nLotSub) TO nCtLotDate(nCountSub)
                 END-IF
                 IF nCountSub NOT > nCountCnt
                    ADD nLotQtyTbl(nLotSub) TO nCtBook(nCountSub)
                 END-IF
              END-IF
           END-PERFORM.
           IF nCountCnt < 500
              ADD 1 TO nCountCnt
              MOVE nCountCnt TO nCountSub
              PERFORM 215-NEW-COUNT-LINE
              MOVE 0 TO nCtLotDate(nCountSub)
              MOVE nTblQuantity(nFruitSub) TO nCtMasterBook(nCountSub)
           END-IF.

       215-NEW-COUNT-LINE.
           MOVE SPACE TO xCtApprove(nCountSub).
           MOVE xTblFruit(nFruitSub) TO xCtFruit(nCountSub).
           MOVE 0 TO nCtBook(nCountSub).
           MOVE 0 TO nCtMasterBook(nCountSub).
           MOVE SPACES TO xCtCounted(nCountSub).
           MOVE nRunDate TO nCtSheetDate(nCountSub).

       220-SAVE-COUNTS.
           OPEN OUTPUT COUNTFILE.
           PERFORM VARYING nCountSub FROM 1 BY 1
              UNTIL nCountSub > nCountCnt
              MOVE xCountElement(nCountSub) TO xCountRecord
              WRITE xCountRecord
           END-PERFORM.
           CLOSE COUNTFILE.

       230-PRINT-SHEET-LINE. *> no book quantity on the sheet - the
          *> counter writes what is there, not what should be
           IF nCountSub > 1
              AND xCtFruit(nCountSub) NOT = xCtFruit(nCountSub - 1)
              MOVE SPACES TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           END-IF.
           MOVE xCtFruit(nCountSub) TO xShFruit.
           PERFORM 240-LOT-LABEL.
           MOVE xRdLot TO xShLot.
           MOVE xSheetDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       240-LOT-LABEL.
           IF nCtLotDate(nCountSub) = 0
              MOVE 'NO LOT' TO xRdLot
           ELSE
              MOVE SPACES TO xRdLot
              STRING nCtLotDate(nCountSub)(1:4) DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 nCtLotDate(nCountSub)(5:2) DELIMITED BY SIZE
                 '/' DELIMITED BY SIZE
                 nCtLotDate(nCountSub)(7:2) DELIMITED BY SIZE
                 INTO xRdLot
              END-STRING
           END-IF.

      *> ==============================================================
      *> E - key the counts
      *> ==============================================================
       300-ENTER-COUNTS.
           IF nCountCnt = 0
              DISPLAY 'NO COUNT CYCLE OPEN - PRINT THE SHEETS FIRST '
                 '(FRUIT_COUNT_MODE S).'
              MOVE "WARNING" TO xEojCode
           ELSE
              DISPLAY 'KEY THE COUNTED QUANTITY FOR EACH LINE - '
                 'BLANK KEEPS IT, Q STOPS.'
              PERFORM 310-ENTER-ONE VARYING nCountSub FROM 1 BY 1
                 UNTIL nCountSub > nCountCnt OR xStopEntry = 'y'
              PERFORM 220-SAVE-COUNTS
              DISPLAY nEntryCnt ' COUNT(S) KEYED.'
              STRING "mode=E keyed=" DELIMITED BY SIZE
                 nEntryCnt DELIMITED BY SIZE
                 INTO xAuditDetail
                 ON OVERFLOW CONTINUE
              END-STRING
           END-IF.

       310-ENTER-ONE.
           PERFORM 240-LOT-LABEL.
           IF xCtCounted(nCountSub) = SPACES
              DISPLAY xCtFruit(nCountSub) ' ' xRdLot
                 ' COUNTED? ' WITH NO ADVANCING
           ELSE
              DISPLAY xCtFruit(nCountSub) ' ' xRdLot
                 ' COUNTED (NOW ' xCtCounted(nCountSub) ')? '
                 WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO xEntry.
           ACCEPT xEntry.
           EVALUATE TRUE
              WHEN xEntry = 'Q' OR xEntry = 'q'
                 MOVE 'y' TO xStopEntry
              WHEN xEntry = SPACES
                 CONTINUE
              WHEN FUNCTION TEST-NUMVAL(xEntry) NOT = 0
                 DISPLAY 'NOT A QUANTITY - LINE LEFT AS IT WAS.'
              WHEN FUNCTION NUMVAL(xEntry) < 0
                 OR FUNCTION NUMVAL(xEntry) > 999
                 DISPLAY 'QUANTITY MUST BE 0 TO 999 - LINE LEFT AS '
                    'IT WAS.'
              WHEN OTHER
      *> a changed count needs approving again
                 COMPUTE nEntryQty = FUNCTION NUMVAL(xEntry)
                 MOVE nEntryQty TO nCtCounted(nCountSub)
                 MOVE SPACE TO xCtApprove(nCountSub)
                 ADD 1 TO nEntryCnt
           END-EVALUATE.

      *> ==============================================================
      *> V - counted against the frozen book
      *> ==============================================================
       400-VARIANCE-REPORT.
           IF nCountCnt = 0
              DISPLAY 'NO COUNT CYCLE OPEN - NOTHING TO REPORT.'
              MOVE "WARNING" TO xEojCode
           ELSE
              MOVE 'Fruit-count-variance.txt' TO xRptFileName
              MOVE 'PHYSICAL INVENTORY VARIANCE' TO xRptTitle
              PERFORM 410-OPEN-REPORT
              MOVE 1 TO nGrpStart
              PERFORM 420-FRUIT-GROUP UNTIL nGrpStart > nCountCnt
              PERFORM 490-CLOSE-REPORT
              DISPLAY nFruitsCounted ' FRUIT(S) FULLY COUNTED, '
                 nLinesUncounted ' LINE(S) STILL TO COUNT - SEE '
                 'Fruit-count-variance.txt'
              IF nLinesUncounted > 0
                 MOVE "WARNING" TO xEojCode
              END-IF
              MOVE nShrinkValue TO neGlValue
              STRING "mode=V uncounted=" DELIMITED BY SIZE
                 nLinesUncounted DELIMITED BY SIZE
                 " shrink=" DELIMITED BY SIZE
                 neGlValue DELIMITED BY SIZE
                 INTO xAuditDetail
                 ON OVERFLOW CONTINUE
              END-STRING
           END-IF.

       410-OPEN-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO neRptDate.
           MOVE nCtSheetDate(1) TO neRptSheetDate.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       420-FRUIT-GROUP. *> lines nGrpStart thru nGrpEnd are one fruit
           MOVE nGrpStart TO nGrpEnd.
           PERFORM UNTIL nGrpEnd >= nCountCnt
              OR xCtFruit(nGrpEnd + 1) NOT = xCtFruit(nGrpStart)
              ADD 1 TO nGrpEnd
           END-PERFORM.
           PERFORM 430-JUDGE-GROUP.
           PERFORM 440-REPORT-LINE VARYING nCountSub FROM nGrpStart
              BY 1 UNTIL nCountSub > nGrpEnd.
           PERFORM 450-REPORT-FRUIT.
           IF xMode = 'P' AND xGrpState = 'R'
              PERFORM 510-POST-FRUIT
           END-IF.
           COMPUTE nGrpStart = nGrpEnd + 1.

       430-JUDGE-GROUP. *> the fruit's variance is its counted total
          *> against the master's book - the lots' books can drift
          *> from the master, the shelf cannot
           MOVE 'R' TO xGrpState.
           MOVE 0 TO nMasterBook.
           MOVE 0 TO nCountedSum.
           MOVE 0 TO nLotBookSum.
           PERFORM VARYING nCountSub FROM nGrpStart BY 1
              UNTIL nCountSub > nGrpEnd
              ADD nCtBook(nCountSub) TO nLotBookSum
              ADD nCtMasterBook(nCountSub) TO nMasterBook
              IF xCtCounted(nCountSub) = SPACES
                 OR nCtCounted(nCountSub) NOT NUMERIC
                 MOVE 'U' TO xGrpState
                 ADD 1 TO nLinesUncounted
              ELSE
                 ADD nCtCounted(nCountSub) TO nCountedSum
                 IF xCtApprove(nCountSub) NOT = 'A'
                    AND xCtApprove(nCountSub) NOT = 'a'
                    AND xGrpState = 'R'
                    MOVE 'N' TO xGrpState
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM VARYING nFruitSub FROM 1 BY 1
              UNTIL nFruitSub > nFruitCnt
              OR xTblFruit(nFruitSub) = xCtFruit(nGrpStart)
              CONTINUE
           END-PERFORM.
           IF nFruitSub > nFruitCnt AND xGrpState NOT = 'U'
              MOVE 'G' TO xGrpState
           END-IF.
           IF xGrpState NOT = 'U'
              ADD 1 TO nFruitsCounted
           END-IF.
           MOVE 0 TO nUnitCost.
           PERFORM VARYING nSuppSub FROM 1 BY 1
              UNTIL nSuppSub > nSuppCnt
              OR xSupFruitTbl(nSuppSub) = xCtFruit(nGrpStart)
              CONTINUE
           END-PERFORM.
           IF nSuppSub NOT > nSuppCnt
              MOVE nSupCostTbl(nSuppSub) TO nUnitCost
           END-IF.
           COMPUTE nFruitVar = nCountedSum - nMasterBook.
           COMPUTE nVarValue = nFruitVar * nUnitCost.
           IF xGrpState NOT = 'U'
              IF nVarValue < 0
                 SUBTRACT nVarValue FROM nShrinkValue
              ELSE
                 ADD nVarValue TO nOverValue
              END-IF
           END-IF.

       440-REPORT-LINE.
           MOVE SPACES TO xRptDetail.
           MOVE xCtFruit(nCountSub) TO xRdFruit.
           PERFORM 240-LOT-LABEL.
           IF nCtLotDate(nCountSub) NOT = 0
              MOVE nCtBook(nCountSub) TO neRdBook
           END-IF.
           IF xCtCounted(nCountSub) = SPACES
              OR nCtCounted(nCountSub) NOT NUMERIC
              MOVE 0 TO neRdVar
              MOVE 'NOT COUNTED' TO xRdNote
           ELSE
              MOVE nCtCounted(nCountSub) TO neRdCount
              COMPUTE nLineVar = nCtCounted(nCountSub)
                 - nCtBook(nCountSub)
              MOVE nLineVar TO neRdVar
              IF xCtApprove(nCountSub) = 'A'
                 OR xCtApprove(nCountSub) = 'a'
                 MOVE 'APPROVED' TO xRdNote
              END-IF
           END-IF.
           MOVE xRptDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       450-REPORT-FRUIT.
           MOVE SPACES TO xRptDetail.
           MOVE 'TOTAL' TO xRdLot.
           MOVE nMasterBook TO neRdBook.
           MOVE nCountedSum TO neRdCount.
           MOVE nFruitVar TO neRdVar.
           MOVE nUnitCost TO neRdCost.
           MOVE nVarValue TO neRdValue.
           EVALUATE xGrpState
              WHEN 'U'
                 MOVE 'INCOMPLETE - NOT VALUED' TO xRdNote
                 MOVE SPACES TO xRdValue
              WHEN 'N'
                 MOVE 'AWAITING APPROVAL' TO xRdNote
              WHEN 'G'
                 MOVE 'FRUIT NO LONGER ON MASTER' TO xRdNote
              WHEN OTHER
                 IF xMode = 'P'
                    MOVE 'POSTED' TO xRdNote
                 ELSE
                    MOVE 'APPROVED' TO xRdNote
                 END-IF
           END-EVALUATE.
           IF xMode = 'P' AND xGrpState NOT = 'R'
              EVALUATE xGrpState
                 WHEN 'U'
                    MOVE 'NOT POSTED - NOT COUNTED' TO xRdNote
                 WHEN 'N'
                    MOVE 'NOT POSTED - NOT APPROVED' TO xRdNote
                 WHEN OTHER
                    MOVE 'NOT POSTED - NOT ON MASTER' TO xRdNote
              END-EVALUATE
           END-IF.
           MOVE xRptDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       490-CLOSE-REPORT.
           MOVE 'SHRINK AT COST' TO xRtTag.
           MOVE nShrinkValue TO neRtValue.
           MOVE xRptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE 'OVERAGE AT COST' TO xRtTag.
           MOVE nOverValue TO neRtValue.
           MOVE xRptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE 'NET COUNT VARIANCE' TO xRtTag.
           COMPUTE neRtValue = nOverValue - nShrinkValue.
           MOVE xRptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.

      *> ==============================================================
      *> P - post the approved counts and close the cycle
      *> ==============================================================
       500-POST-COUNTS.
           IF nCountCnt = 0
              DISPLAY 'NO COUNT CYCLE OPEN - NOTHING TO POST.'
              MOVE "WARNING" TO xEojCode
           ELSE
              MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName
              ACCEPT xGlAcctFileName FROM ENVIRONMENT
                 'FRUIT_GL_ACCOUNT_FILE'
                 ON EXCEPTION
                    MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName
              END-ACCEPT
              PERFORM 505-LOAD-GL-ACCOUNTS
              MOVE SPACES TO xNewFileName
              STRING 'FixedFruits.' DELIMITED BY SIZE
                 nRunDate DELIMITED BY SIZE
                 '.cnt.txt' DELIMITED BY SIZE
                 INTO xNewFileName
                 ON OVERFLOW CONTINUE
              END-STRING
              OPEN EXTEND HISTFILE
              IF xHistStatus NOT = '00'
                 OPEN OUTPUT HISTFILE
              END-IF
              MOVE 'Fruit-count-posted.txt' TO xRptFileName
              MOVE 'PHYSICAL INVENTORY POSTED' TO xRptTitle
              PERFORM 410-OPEN-REPORT
              MOVE 1 TO nGrpStart
              PERFORM 420-FRUIT-GROUP UNTIL nGrpStart > nCountCnt
              PERFORM 490-CLOSE-REPORT
              CLOSE HISTFILE
              IF nFruitsPosted > 0
                 PERFORM 560-WRITE-NEW-FRUIT
                 PERFORM 570-ADVANCE-LIVE
                 PERFORM 580-SAVE-LOTS
                 PERFORM 590-WRITE-GL-EXTRACT
              END-IF
              PERFORM 595-RETIRE-COUNTS
              COMPUTE nFruitsHeld = nFruitsCounted - nFruitsPosted
              DISPLAY nFruitsPosted ' FRUIT(S) POSTED, '
                 nFruitsHeld ' COUNTED BUT NOT POSTED, '
                 nLinesUncounted ' LINE(S) NEVER COUNTED'
              IF nFruitsHeld > 0 OR nLinesUncounted > 0
                 MOVE "WARNING" TO xEojCode
              END-IF
              STRING "mode=P posted=" DELIMITED BY SIZE
                 nFruitsPosted DELIMITED BY SIZE
                 " held=" DELIMITED BY SIZE
                 nFruitsHeld DELIMITED BY SIZE
                 " uncounted=" DELIMITED BY SIZE
                 nLinesUncounted DELIMITED BY SIZE
                 INTO xAuditDetail
                 ON OVERFLOW CONTINUE
              END-STRING
           END-IF.

       505-LOAD-GL-ACCOUNTS.
           OPEN INPUT GLACCTFILE.
           IF xGlAcctStatus = '00'
              READ GLACCTFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE xGaInvIn TO xGlInvAcct
                    MOVE xGaShrinkIn TO xGlShrinkAcct
              END-READ
           END-IF.
           CLOSE GLACCTFILE.
           IF xGlInvAcct = SPACES OR xGlShrinkAcct = SPACES
              DISPLAY 'NO FRUIT GL ACCOUNTS ON FILE - GL EXTRACT '
                 'SKIPPED'
           END-IF.

       510-POST-FRUIT. *> the master moves by the fruit's variance,
          *> each lot by its own
           ADD 1 TO nFruitsPosted.
           MOVE xFruitElement(nFruitSub) TO xJrnBefore.
           COMPUTE nNewQty = nTblQuantity(nFruitSub) + nFruitVar.
           IF nNewQty < 0
              MOVE 0 TO nNewQty
           END-IF.
           IF nNewQty > 999
              DISPLAY 'STOCK FOR ' xTblFruit(nFruitSub)
                 ' CAPS AT 999 - CHECK THE COUNT'
              MOVE 999 TO nNewQty
           END-IF.
           MOVE nNewQty TO nTblQuantity(nFruitSub).
           MOVE xFruitElement(nFruitSub) TO xJrnAfter.
           MOVE 'FixedFruits.txt' TO xJrnFile.
           MOVE xTblFruit(nFruitSub) TO xJrnKey.
           CALL "writeMaintJournal" USING xJrnFile xJrnKey xJrnAction
              xJrnBefore xJrnAfter.
           PERFORM 520-POST-LOT-LINE VARYING nCountSub FROM nGrpStart
              BY 1 UNTIL nCountSub > nGrpEnd.

       520-POST-LOT-LINE.
           COMPUTE nLineVar = nCtCounted(nCountSub)
              - nCtBook(nCountSub).
           MOVE nRunDate TO nHstPostDate.
           MOVE nCtSheetDate(nCountSub) TO nHstSheetDate.
           MOVE xCtFruit(nCountSub) TO xHstFruit.
           MOVE nCtLotDate(nCountSub) TO nHstLotDate.
           MOVE nCtBook(nCountSub) TO nHstBook.
           MOVE nCtCounted(nCountSub) TO nHstCounted.
           MOVE nLineVar TO nHstVariance.
           WRITE xHistRecord.
           IF nLineVar NOT = 0
              MOVE SPACES TO xJrnBefore
              MOVE SPACES TO xJrnAfter
              PERFORM 240-LOT-LABEL
              STRING 'LOT ' DELIMITED BY SIZE
                 xRdLot DELIMITED BY SIZE
                 ' BOOK ' DELIMITED BY SIZE
                 nCtBook(nCountSub) DELIMITED BY SIZE
                 INTO xJrnBefore
              END-STRING
              STRING 'LOT ' DELIMITED BY SIZE
                 xRdLot DELIMITED BY SIZE
                 ' COUNTED ' DELIMITED BY SIZE
                 nCtCounted(nCountSub) DELIMITED BY SIZE
                 INTO xJrnAfter
              END-STRING
              MOVE 'FruitLots.txt' TO xJrnFile
              MOVE xCtFruit(nCountSub) TO xJrnKey
              CALL "writeMaintJournal" USING xJrnFile xJrnKey
                 xJrnAction xJrnBefore xJrnAfter
              IF nCtLotDate(nCountSub) = 0
      *> stock found outside any lot becomes a lot of the count date
                 PERFORM 530-ADD-LOT
              ELSE
                 IF nLineVar > 0
                    PERFORM 530-ADD-LOT
                 ELSE
                    COMPUTE nLeftToTake = 0 - nLineVar
                    PERFORM 540-TAKE-FROM-LOTS
                 END-IF
              END-IF
           END-IF.

       530-ADD-LOT.
           PERFORM VARYING nLotSub FROM 1 BY 1
              UNTIL nLotSub > nLotCnt
              OR (xLotFruitTbl(nLotSub) = xCtFruit(nCountSub)
              AND nLotDateTbl(nLotSub) = nCtLotDate(nCountSub)
              AND nCtLotDate(nCountSub) NOT = 0)
              CONTINUE
           END-PERFORM.
           IF nLotSub > nLotCnt
              IF nLotCnt < 300
                 ADD 1 TO nLotCnt
                 MOVE nLotCnt TO nLotSub
                 MOVE xCtFruit(nCountSub) TO xLotFruitTbl(nLotSub)
                 MOVE 0 TO nLotQtyTbl(nLotSub)
                 IF nCtLotDate(nCountSub) = 0
                    MOVE nCtSheetDate(nCountSub) TO nLotDateTbl(nLotSub)
                 ELSE
                    MOVE nCtLotDate(nCountSub) TO nLotDateTbl(nLotSub)
                 END-IF
              ELSE
                 DISPLAY 'LOT TABLE FULL - ' xCtFruit(nCountSub)
                    ' OVERAGE NOT LOTTED'
                 MOVE "WARNING" TO xEojCode
              END-IF
           END-IF.
           IF nLotSub NOT > nLotCnt
              COMPUTE nNewQty = nLotQtyTbl(nLotSub) + nLineVar
              IF nNewQty > 999
                 MOVE 999 TO nNewQty
              END-IF
              MOVE nNewQty TO nLotQtyTbl(nLotSub)
           END-IF.

       540-TAKE-FROM-LOTS. *> the shortage comes off the lot's
          *> receipts in file order until it is all taken
           PERFORM VARYING nLotSub FROM 1 BY 1
              UNTIL nLotSub > nLotCnt OR nLeftToTake = 0
              IF xLotFruitTbl(nLotSub) = xCtFruit(nCountSub)
                 AND nLotDateTbl(nLotSub) = nCtLotDate(nCountSub)
                 IF nLotQtyTbl(nLotSub) > nLeftToTake
                    SUBTRACT nLeftToTake FROM nLotQtyTbl(nLotSub)
                    MOVE 0 TO nLeftToTake
                 ELSE
                    SUBTRACT nLotQtyTbl(nLotSub) FROM nLeftToTake
                    MOVE 0 TO nLotQtyTbl(nLotSub)
                 END-IF
              END-IF
           END-PERFORM.

       560-WRITE-NEW-FRUIT.
           OPEN OUTPUT NEWFRUIT.
           PERFORM VARYING nFruitSub FROM 1 BY 1
              UNTIL nFruitSub > nFruitCnt
              MOVE xTblFruit(nFruitSub) TO xInFruit
              MOVE nTblQuantity(nFruitSub) TO nInQuantity
              MOVE nTblPrice(nFruitSub) TO nInPrice
              MOVE nTblReorderPt(nFruitSub) TO nInReorderPt
              MOVE nTblReorderQty(nFruitSub) TO nInReorderQty
              MOVE nTblShelfDays(nFruitSub) TO nInShelfDays
              MOVE xFruitRecord TO xNewRec
              WRITE xNewRec
           END-PERFORM.
           CLOSE NEWFRUIT.

       570-ADVANCE-LIVE.
           OPEN INPUT NEWFRUIT.
           OPEN OUTPUT LIVEFRUIT.
           MOVE 'n' TO xEOF.
           PERFORM 571-COPY-ONE UNTIL xEOF = 'y'.
           CLOSE NEWFRUIT.
           CLOSE LIVEFRUIT.

       571-COPY-ONE.
           READ NEWFRUIT
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 MOVE xNewRec TO xLiveRec
                 WRITE xLiveRec,
           END-READ.

       580-SAVE-LOTS. *> emptied lots drop, the rest write back
           OPEN OUTPUT LOTFILE.
           PERFORM VARYING nLotSub FROM 1 BY 1
              UNTIL nLotSub > nLotCnt
              IF nLotQtyTbl(nLotSub) > 0
                 MOVE xLotFruitTbl(nLotSub) TO xLotFruit
                 MOVE nLotQtyTbl(nLotSub) TO nLotQty
                 MOVE nLotDateTbl(nLotSub) TO nLotRecvDate
                 WRITE xLotRecord
              END-IF
           END-PERFORM.
           CLOSE LOTFILE.

       590-WRITE-GL-EXTRACT. *> one balanced batch - shrink out of
          *> inventory into the shrink expense, overage back the
          *> other way - named fresh for the day and queued for
          *> GL-POST
           IF (nShrinkValue > 0 OR nOverValue > 0)
              AND xGlInvAcct NOT = SPACES AND xGlShrinkAcct NOT = SPACES
              MOVE 'Fruit-count-glext' TO xGlExtFileName
              MOVE 'N' TO xGlqMode
              CALL "glQueueBatch" USING xGlqMode xGlExtFileName
                 nRunDate
              IF xGlExtFileName = SPACES
                 DISPLAY 'NO FREE GL EXTRACT NAME FOR TODAY - '
                    'COUNT NOT SENT TO THE LEDGER'
                 MOVE "WARNING" TO xEojCode
              ELSE
                 OPEN OUTPUT GLEXTFILE
                 MOVE 0 TO nGlDeptOut
                 MOVE SPACES TO xGlJobOut
                 IF nShrinkValue > 0
                    MOVE nShrinkValue TO nGlAmtOut
                    MOVE xGlShrinkAcct TO xGlAcctOut
                    MOVE 'D' TO xGlDrCrOut
                    MOVE 'COUNT SHRINK' TO xGlDescOut
                    WRITE xGlExtRecord
                    MOVE xGlInvAcct TO xGlAcctOut
                    MOVE 'C' TO xGlDrCrOut
                    WRITE xGlExtRecord
                 END-IF
                 IF nOverValue > 0
                    MOVE nOverValue TO nGlAmtOut
                    MOVE xGlInvAcct TO xGlAcctOut
                    MOVE 'D' TO xGlDrCrOut
                    MOVE 'COUNT OVERAGE' TO xGlDescOut
                    WRITE xGlExtRecord
                    MOVE xGlShrinkAcct TO xGlAcctOut
                    MOVE 'C' TO xGlDrCrOut
                    WRITE xGlExtRecord
                 END-IF
                 COMPUTE nGlAmtOut = nShrinkValue + nOverValue
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
                 DISPLAY 'COUNT VARIANCE QUEUED TO THE LEDGER ON '
                    FUNCTION TRIM(xGlExtFileName)
              END-IF
           END-IF.

       595-RETIRE-COUNTS. *> the whole cycle retires dated, posted
          *> or not - a fruit held back is counted again next cycle
           MOVE SPACES TO xArchFileName.
           STRING 'FruitCounts.' DELIMITED BY SIZE
              nRunDate DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO xArchFileName
              ON OVERFLOW CONTINUE
           END-STRING.
           OPEN OUTPUT COUNTARCH.
           PERFORM VARYING nCountSub FROM 1 BY 1
              UNTIL nCountSub > nCountCnt
              MOVE xCountElement(nCountSub) TO xCountArchLine
              WRITE xCountArchLine
           END-PERFORM.
           CLOSE COUNTARCH.
           OPEN OUTPUT COUNTFILE.
           CLOSE COUNTFILE.
           DISPLAY 'COUNT CYCLE RETIRED TO '
              FUNCTION TRIM(xArchFileName).
