       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOODSALES-LOAD.
       AUTHOR. WYATT SHANAHAN.

      *> Loads a week of store sales from a comma-delimited extract
      *> (chain, street address, week-ending date, sales dollars,
      *> transaction count) onto the store sales history,
      *> FoodSales.txt, the way FOODLOC-LOAD builds the location master.
      *> A store is keyed to the master by chain plus street address.
      *> Lines for a store the master does not know, for a store that
      *> closed before the week began, or for a store and week already
      *> on the history go to FoodSales-rejects.txt instead - a sales
      *> week that straddles a closure is still that store's last
      *> week of trading and loads normally.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CSVFILE ASSIGN TO DYNAMIC xCsvFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xCsvStatus.
           SELECT LOCFILE ASSIGN TO DYNAMIC xLocFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xLocStatus.
           SELECT OPTIONAL SALESFILE ASSIGN TO DYNAMIC xSalesFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xSalesStatus.
           SELECT REJECTFILE ASSIGN TO 'FoodSales-rejects.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CSVFILE.
       01 xCsvLine          PIC X(132).

       FD LOCFILE.
       01 xLocRecord.
          05 xLocChain      PIC X(20).
          05 xLocStreet     PIC X(25).
          05 xLocCity       PIC X(16).
          05 xLocState      PIC X(2).
          05 xLocZip        PIC X(5).
          05 xLocOpenFlag   PIC X. *> blank/O = open, C = closed -
             *> closures stay on file with their date, not deleted
          05 nLocClosedDate PIC 9(8).

       FD SALESFILE. *> one record per store per week
       01 xSalesRecord.
          05 xSlChain       PIC X(20).
          05 xSlStreet      PIC X(25).
          05 nSlWeekEnd     PIC 9(8).
          05 nSlSales       PIC 9(7)V99.
          05 nSlTrans       PIC 9(6).

       FD REJECTFILE.
       01 xRejectLine       PIC X(132).

       WORKING-STORAGE SECTION.
       77 xCsvFileName   PIC X(100).
       77 xLocFileName   PIC X(100).
       77 xSalesFileName PIC X(100).
       77 xCsvStatus     PIC XX.
       77 xLocStatus     PIC XX.
       77 xSalesStatus   PIC XX.
       77 xEOF           PIC X   VALUE 'n'.
       77 nReadCnt       PIC 9(5) VALUE 0.
       77 nWriteCnt      PIC 9(5) VALUE 0.
       77 nRejectCnt     PIC 9(5) VALUE 0.
       77 xRejReason     PIC X(30).
       77 nStoreCnt      PIC 9(4) VALUE 0.
       77 nStoreSub      PIC 9(4) VALUE 0.
       77 nHistCnt       PIC 9(5) VALUE 0.
       77 nHistSub       PIC 9(5) VALUE 0.
       77 xFldChain      PIC X(20).
       77 xFldStreet     PIC X(25).
       77 xFldWeek       PIC X(10).
       77 xFldSales      PIC X(15).
       77 xFldTrans      PIC X(10).
       77 xJustNum8      PIC X(8) JUSTIFIED RIGHT.
       77 xJustNum6      PIC X(6) JUSTIFIED RIGHT.
       77 nWkWeek        PIC 9(8) VALUE 0.
       77 nWkWeekStart   PIC 9(8) VALUE 0.
       77 nWkSales       PIC 9(7)V99 VALUE 0.
       77 nWkTrans       PIC 9(6) VALUE 0.
       77 nSalesTotal    PIC 9(9)V99 VALUE 0.
       77 neSalesTotal   PIC ZZZ,ZZZ,ZZ9.99.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "FOODSALES-LOAD".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd   PIC X(8)  VALUE "END".
       77 xEojCode         PIC X(8)  VALUE "CLEAN".

       COPY "field-validate-ws.cbl".

       01 xStoreTable. *> the location master, open and closed
          05 xStoreElement OCCURS 2000 TIMES.
             10 xStChainTbl   PIC X(20).
             10 xStStreetTbl  PIC X(25).
             10 xStFlagTbl    PIC X.
             10 nStClosedTbl  PIC 9(8).

       01 xHistTable. *> store and week already on the history, plus
          *> each line this run loads
          05 xHistElement OCCURS 20000 TIMES.
             10 xHsChainTbl   PIC X(20).
             10 xHsStreetTbl  PIC X(25).
             10 nHsWeekTbl    PIC 9(8).

       01 xRejectDetail.
          05 xRejReasonOut PIC X(30).
          05 FILLER        PIC X(3) VALUE ' | '.
          05 xRejLineOut   PIC X(90).

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISATION.
           PERFORM 200-LOOP UNTIL xEOF = 'y'.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISATION.
           MOVE 'FoodSales.csv' TO xCsvFileName.
           ACCEPT xCsvFileName FROM ENVIRONMENT 'FOODSALES_CSV'
              ON EXCEPTION
                 MOVE 'FoodSales.csv' TO xCsvFileName
           END-ACCEPT.
           MOVE 'FoodLocations.txt' TO xLocFileName.
           ACCEPT xLocFileName FROM ENVIRONMENT 'FOODLOC_FILE'
              ON EXCEPTION
                 MOVE 'FoodLocations.txt' TO xLocFileName
           END-ACCEPT.
           MOVE 'FoodSales.txt' TO xSalesFileName.
           ACCEPT xSalesFileName FROM ENVIRONMENT 'FOODSALES_FILE'
              ON EXCEPTION
                 MOVE 'FoodSales.txt' TO xSalesFileName
           END-ACCEPT.
           PERFORM 110-LOAD-STORES.
           PERFORM 120-LOAD-HISTORY.
           OPEN INPUT CSVFILE.
           IF xCsvStatus NOT = '00'
              DISPLAY 'LOAD ABORTED - CANNOT OPEN '
                 FUNCTION TRIM(xCsvFileName)
              MOVE 'aborted - extract missing' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           OPEN EXTEND SALESFILE.
           OPEN OUTPUT REJECTFILE.

       110-LOAD-STORES.
           OPEN INPUT LOCFILE.
           IF xLocStatus NOT = '00'
              DISPLAY 'LOAD ABORTED - NO LOCATION MASTER ('
                 FUNCTION TRIM(xLocFileName) ')'
              MOVE 'aborted - location master missing'
                 TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           PERFORM 111-READ-STORE UNTIL xEOF = 'y'.
           CLOSE LOCFILE.
           MOVE 'n' TO xEOF.

       111-READ-STORE.
           READ LOCFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nStoreCnt < 2000
                   ADD 1 TO nStoreCnt
                   MOVE xLocChain TO xStChainTbl(nStoreCnt)
                   MOVE xLocStreet TO xStStreetTbl(nStoreCnt)
                   MOVE xLocOpenFlag TO xStFlagTbl(nStoreCnt)
                   MOVE nLocClosedDate TO nStClosedTbl(nStoreCnt)
                ELSE
                   DISPLAY 'STORE TABLE FULL - ' xLocChain ' '
                      xLocStreet ' NOT LOADED'
                   MOVE 'WARNING' TO xEojCode
                END-IF,
           END-READ.

       120-LOAD-HISTORY. *> for the already-loaded check
           OPEN INPUT SALESFILE.
           PERFORM 121-READ-HISTORY UNTIL xEOF = 'y'.
           CLOSE SALESFILE.
           MOVE 'n' TO xEOF.

       121-READ-HISTORY.
           READ SALESFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                MOVE xSlChain TO xFldChain
                MOVE xSlStreet TO xFldStreet
                MOVE nSlWeekEnd TO nWkWeek
                PERFORM 130-NOTE-HISTORY,
           END-READ.

       130-NOTE-HISTORY.
           IF nHistCnt < 20000
              ADD 1 TO nHistCnt
              MOVE xFldChain TO xHsChainTbl(nHistCnt)
              MOVE xFldStreet TO xHsStreetTbl(nHistCnt)
              MOVE nWkWeek TO nHsWeekTbl(nHistCnt)
           ELSE
              IF nHistCnt = 20000
                 DISPLAY 'HISTORY TABLE FULL - LATER WEEKS NOT '
                    'CHECKED FOR DOUBLE LOADING'
                 MOVE 'WARNING' TO xEojCode
                 ADD 1 TO nHistCnt
              END-IF
           END-IF.

       200-LOOP.
           READ CSVFILE
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 ADD 1 TO nReadCnt
                 PERFORM 210-EDIT-LINE,
           END-READ.

       210-EDIT-LINE.
           MOVE SPACES TO xFldChain, xFldStreet, xFldWeek, xFldSales,
              xFldTrans, xRejReason.
           UNSTRING xCsvLine DELIMITED BY ','
              INTO xFldChain, xFldStreet, xFldWeek, xFldSales,
                 xFldTrans.
           MOVE FUNCTION TRIM(xFldWeek) TO xJustNum8.
           INSPECT xJustNum8 REPLACING LEADING SPACE BY '0'.
           MOVE FUNCTION TRIM(xFldTrans) TO xJustNum6.
           INSPECT xJustNum6 REPLACING LEADING SPACE BY '0'.
           PERFORM 220-FIND-STORE.
           IF nStoreSub > nStoreCnt
              MOVE 'STORE NOT ON LOCATION MASTER' TO xRejReason
           END-IF.
           IF xRejReason = SPACES
              IF xJustNum8 NOT NUMERIC
                 MOVE 'WEEK-ENDING DATE NOT NUMERIC' TO xRejReason
              ELSE
                 MOVE xJustNum8 TO nWkWeek
                 IF FUNCTION TEST-DATE-YYYYMMDD(nWkWeek) NOT = 0
                    MOVE 'WEEK-ENDING DATE INVALID' TO xRejReason
                 END-IF
              END-IF
           END-IF.
           IF xRejReason = SPACES AND xStFlagTbl(nStoreSub) = 'C'
              COMPUTE nWkWeekStart = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(nWkWeek) - 6)
              IF nStClosedTbl(nStoreSub) < nWkWeekStart
                 MOVE 'STORE CLOSED BEFORE THE WEEK' TO xRejReason
              END-IF
           END-IF.
           IF xRejReason = SPACES
              IF FUNCTION TEST-NUMVAL(xFldSales) NOT = 0
                 MOVE 'SALES DOLLARS NOT NUMERIC' TO xRejReason
              ELSE
                 IF FUNCTION NUMVAL(xFldSales) < 0
                    OR FUNCTION NUMVAL(xFldSales) > 9999999.99
                    MOVE 'SALES DOLLARS OUT OF RANGE' TO xRejReason
                 ELSE
                    COMPUTE nWkSales = FUNCTION NUMVAL(xFldSales)
                 END-IF
              END-IF
           END-IF.
           IF xRejReason = SPACES
              IF xJustNum6 NOT NUMERIC
                 MOVE 'TRANSACTIONS NOT NUMERIC' TO xRejReason
              ELSE
                 MOVE xJustNum6 TO nWkTrans
                 MOVE 'Y' TO xFieldValid
                 COPY "field-validate.cbl" REPLACING
                    ==:VALID-FIELD:== BY ==nWkTrans==
                    ==:VALID-NAME:==  BY =='TRANSACTIONS'==
                    ==:VALID-LOW:==   BY ==0==
                    ==:VALID-HIGH:==  BY ==999999==.
                 IF xFieldValid = 'N'
                    MOVE 'TRANSACTIONS OUT OF RANGE' TO xRejReason
                 END-IF
              END-IF
           END-IF.
           IF xRejReason = SPACES AND nWkSales > 0 AND nWkTrans = 0
              MOVE 'SALES WITH NO TRANSACTIONS' TO xRejReason
           END-IF.
           IF xRejReason = SPACES
              PERFORM VARYING nHistSub FROM 1 BY 1
                 UNTIL nHistSub > nHistCnt OR nHistSub > 20000
                 IF nHsWeekTbl(nHistSub) = nWkWeek
                    AND xHsChainTbl(nHistSub) = xFldChain
                    AND xHsStreetTbl(nHistSub) = xFldStreet
                    MOVE 'STORE/WEEK ALREADY LOADED' TO xRejReason
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF xRejReason = SPACES
              MOVE xFldChain TO xSlChain
              MOVE xFldStreet TO xSlStreet
              MOVE nWkWeek TO nSlWeekEnd
              MOVE nWkSales TO nSlSales
              MOVE nWkTrans TO nSlTrans
              WRITE xSalesRecord
              ADD 1 TO nWriteCnt
              ADD nWkSales TO nSalesTotal
              PERFORM 130-NOTE-HISTORY
           ELSE
              ADD 1 TO nRejectCnt
              MOVE xRejReason TO xRejReasonOut
              MOVE xCsvLine TO xRejLineOut
              MOVE xRejectDetail TO xRejectLine
              WRITE xRejectLine
              DISPLAY 'REJECTED: ' xRejReason
           END-IF.

       220-FIND-STORE. *> chain plus street address is the store key
           PERFORM VARYING nStoreSub FROM 1 BY 1
              UNTIL nStoreSub > nStoreCnt
              IF xStChainTbl(nStoreSub) = xFldChain
                 AND xStStreetTbl(nStoreSub) = xFldStreet
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       300-TERMINATION.
           CLOSE CSVFILE.
           CLOSE SALESFILE.
           CLOSE REJECTFILE.
           MOVE nSalesTotal TO neSalesTotal.
           DISPLAY 'STORE SALES LOAD: ' nReadCnt ' LINES IN = '
              nWriteCnt ' WRITTEN + ' nRejectCnt ' REJECTED'.
           DISPLAY 'SALES DOLLARS LOADED: ' neSalesTotal.
           STRING "read=" DELIMITED BY SIZE
              nReadCnt DELIMITED BY SIZE
              " written=" DELIMITED BY SIZE
              nWriteCnt DELIMITED BY SIZE
              " rejected=" DELIMITED BY SIZE
              nRejectCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           IF nRejectCnt > 0
              MOVE "WARNING" TO xEojCode
           END-IF.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       900-ABORT.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.
