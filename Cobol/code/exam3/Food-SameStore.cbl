       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOOD-SAMESTORE.
       AUTHOR. WYATT SHANAHAN.

      *> Same-store sales report off the store sales history
      *> FOODSALES-LOAD builds. The week reported is FOODSALES_WEEK
      *> (a week-ending date, default the latest week on the history)
      *> and it is compared with the same week last year, 52 weeks
      *> earlier so the weekday lines up. Only comparable stores
      *> count: sales on file in both weeks, and still trading through
      *> the current week on the location master - a store closed
      *> (xLocOpenFlag C) on or before the current week-ending date is
      *> left out however much it sold. Growth rolls up by chain, by
      *> parent company from the brand reference FOOD-ROLLUP uses,
      *> and by state, with the non-comparable stores counted at the
      *> foot.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOCFILE ASSIGN TO DYNAMIC xLocFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xLocStatus.
           SELECT SALESFILE ASSIGN TO DYNAMIC xSalesFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xSalesStatus.
           SELECT BRANDFILE ASSIGN TO DYNAMIC xBrandFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xBrandStatus.
           SELECT RPTFILE ASSIGN TO 'Food-samestore.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD BRANDFILE. *> brand-to-parent reference
       01 xBrandRecord.
          05 xBrandNameIn   PIC X(20).
          05 xParentIn      PIC X(20).

       FD RPTFILE.
       01 xRptLine       PIC X(90).

       WORKING-STORAGE SECTION.
       77 xLocFileName   PIC X(100).
       77 xSalesFileName PIC X(100).
       77 xBrandFileName PIC X(100).
       77 xLocStatus     PIC XX.
       77 xSalesStatus   PIC XX.
       77 xBrandStatus   PIC XX.
       77 xEOF           PIC X   VALUE 'n'.
       77 xParmWeek      PIC X(8) VALUE SPACES.
       77 nCurWeek       PIC 9(8) VALUE 0.
       77 nPriorWeek     PIC 9(8) VALUE 0.
       77 nStoreCnt      PIC 9(4) VALUE 0.
       77 nStoreSub      PIC 9(4) VALUE 0.
       77 nBrandCnt      PIC 99  VALUE 0.
       77 nBrandSub      PIC 99  VALUE 0.
       77 nRollCnt       PIC 9(3) VALUE 0.
       77 nRollSub       PIC 9(3) VALUE 0.
       77 xRollTypeWk    PIC X    VALUE SPACE.
       77 xRollKeyWk     PIC X(20) VALUE SPACES.
       77 xLastType      PIC X    VALUE SPACE.
       77 nCompCnt       PIC 9(4) VALUE 0.
       77 nNewCnt        PIC 9(4) VALUE 0.
       77 nLostCnt       PIC 9(4) VALUE 0.
       77 nClosedCnt     PIC 9(4) VALUE 0.
       77 nUnknownCnt    PIC 9(4) VALUE 0.
       77 nGrowthWk      PIC S9(5)V9 VALUE 0.
       77 nGrCurSales    PIC 9(9)V99 VALUE 0.
       77 nGrPriorSales  PIC 9(9)V99 VALUE 0.
       77 nGrCurTrans    PIC 9(8)  VALUE 0.
       77 nGrPriorTrans  PIC 9(8)  VALUE 0.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "FOOD-SAMESTORE".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd   PIC X(8)  VALUE "END".
       77 xEojCode         PIC X(8)  VALUE "CLEAN".

       01 xStoreTable. *> location master with both weeks' sales
          05 xStoreElement OCCURS 2000 TIMES.
             10 xStChainTbl   PIC X(20).
             10 xStStreetTbl  PIC X(25).
             10 xStStateTbl   PIC X(2).
             10 xStFlagTbl    PIC X.
             10 nStClosedTbl  PIC 9(8).
             10 xStHasCur     PIC X.
             10 xStHasPrior   PIC X.
             10 nStCurSales   PIC 9(7)V99.
             10 nStPriorSales PIC 9(7)V99.
             10 nStCurTrans   PIC 9(6).
             10 nStPriorTrans PIC 9(6).

       01 xBrandTable.
          05 xBrandElement OCCURS 60 TIMES.
             10 xBrandTbl     PIC X(20).
             10 xParentTbl    PIC X(20).

       01 xRollTable. *> type C chain, P parent, S state - sorted
          *> into report order at the end
          05 xRollElement OCCURS 200 TIMES.
             10 xRollType      PIC X.
             10 xRollKey       PIC X(20).
             10 nRollStores    PIC 9(4).
             10 nRollCurSales  PIC 9(9)V99.
             10 nRollPriorSales PIC 9(9)V99.
             10 nRollCurTrans  PIC 9(8).
             10 nRollPriorTrans PIC 9(8).

       01 xTotalLine. *> all comparable stores
          05 nTotStores       PIC 9(4)  VALUE 0.
          05 nTotCurSales     PIC 9(9)V99 VALUE 0.
          05 nTotPriorSales   PIC 9(9)V99 VALUE 0.
          05 nTotCurTrans     PIC 9(8)  VALUE 0.
          05 nTotPriorTrans   PIC 9(8)  VALUE 0.

       01 xHeading1.
          05 FILLER        PIC X(25) VALUE 'SAME-STORE SALES - WEEK '.
          05 xeHdCurWeek   PIC 9999/99/99.
          05 FILLER        PIC X(12) VALUE ' VERSUS WEEK'.
          05 FILLER        PIC X     VALUE SPACE.
          05 xeHdPriorWeek PIC 9999/99/99.

       01 xHeading2.
          05 FILLER        PIC X(22) VALUE SPACES.
          05 FILLER        PIC X(7)  VALUE ' STORES'.
          05 FILLER        PIC X(15) VALUE '     THIS YEAR'.
          05 FILLER        PIC X(15) VALUE '     LAST YEAR'.
          05 FILLER        PIC X(9)  VALUE '   SALES%'.
          05 FILLER        PIC X(9)  VALUE '   TRANS%'.

       01 xRollDetail.
          05 xeRlKey       PIC X(20).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neRlStores    PIC Z,ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neRlCurSales  PIC ZZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(4)  VALUE SPACES.
          05 neRlPriorSales PIC ZZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(3)  VALUE SPACES.
          05 neRlSalesPct  PIC ++++9.9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neRlTransPct  PIC ++++9.9.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISATION.
           PERFORM 200-LOOP UNTIL xEOF = 'y'.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISATION.
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
           MOVE 'Brands.txt' TO xBrandFileName.
           ACCEPT xBrandFileName FROM ENVIRONMENT 'BRAND_REF_FILE'
              ON EXCEPTION
                 MOVE 'Brands.txt' TO xBrandFileName
           END-ACCEPT.
           ACCEPT xParmWeek FROM ENVIRONMENT 'FOODSALES_WEEK'
              ON EXCEPTION
                 MOVE SPACES TO xParmWeek
           END-ACCEPT.
           INITIALIZE xStoreTable.
           INITIALIZE xRollTable.
           PERFORM 110-LOAD-STORES.
           PERFORM 120-LOAD-BRANDS.
           PERFORM 130-SET-WEEKS.
           OPEN INPUT SALESFILE.
           IF xSalesStatus NOT = '00'
              DISPLAY 'CANNOT OPEN ' FUNCTION TRIM(xSalesFileName)
              MOVE 'aborted - sales history missing' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.

       110-LOAD-STORES.
           OPEN INPUT LOCFILE.
           IF xLocStatus NOT = '00'
              DISPLAY 'CANNOT OPEN ' FUNCTION TRIM(xLocFileName)
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
                   MOVE xLocState TO xStStateTbl(nStoreCnt)
                   MOVE xLocOpenFlag TO xStFlagTbl(nStoreCnt)
                   MOVE nLocClosedDate TO nStClosedTbl(nStoreCnt)
                   MOVE 'n' TO xStHasCur(nStoreCnt)
                   MOVE 'n' TO xStHasPrior(nStoreCnt)
                ELSE
                   DISPLAY 'STORE TABLE FULL - ' xLocChain ' '
                      xLocStreet ' LEFT OUT'
                   MOVE 'WARNING' TO xEojCode
                END-IF,
           END-READ.

       120-LOAD-BRANDS.
           OPEN INPUT BRANDFILE.
           IF xBrandStatus = '00'
              PERFORM 121-READ-BRAND UNTIL xEOF = 'y'
           ELSE
              DISPLAY 'NO BRAND REFERENCE - EVERY CHAIN ROLLS UP AS '
                 'UNMAPPED'
              MOVE 'WARNING' TO xEojCode
           END-IF.
           CLOSE BRANDFILE.
           MOVE 'n' TO xEOF.

       121-READ-BRAND.
           READ BRANDFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nBrandCnt < 60
                   ADD 1 TO nBrandCnt
                   MOVE xBrandNameIn TO xBrandTbl(nBrandCnt)
                   MOVE xParentIn TO xParentTbl(nBrandCnt)
                ELSE
                   DISPLAY 'BRAND TABLE FULL - RECORD DROPPED'
                END-IF,
           END-READ.

       130-SET-WEEKS. *> the week asked for, or the latest on file
           IF xParmWeek NOT = SPACES
              IF xParmWeek IS NUMERIC
                 MOVE xParmWeek TO nCurWeek
              END-IF
              IF FUNCTION TEST-DATE-YYYYMMDD(nCurWeek) NOT = 0
                 MOVE 0 TO nCurWeek
              END-IF
              IF nCurWeek = 0
                 DISPLAY 'FOODSALES_WEEK ' xParmWeek
                    ' IS NOT A YYYYMMDD DATE'
                 MOVE 'aborted - bad week parameter' TO xAuditDetail
                 PERFORM 900-ABORT
              END-IF
           ELSE
              OPEN INPUT SALESFILE
              IF xSalesStatus NOT = '00'
                 DISPLAY 'CANNOT OPEN ' FUNCTION TRIM(xSalesFileName)
                 MOVE 'aborted - sales history missing'
                    TO xAuditDetail
                 PERFORM 900-ABORT
              END-IF
              PERFORM 131-LATEST-WEEK UNTIL xEOF = 'y'
              CLOSE SALESFILE
              MOVE 'n' TO xEOF
           END-IF.
           IF nCurWeek = 0
              DISPLAY 'NO SALES WEEKS ON FILE'
              MOVE 'aborted - sales history empty' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           COMPUTE nPriorWeek = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(nCurWeek) - 364).

       131-LATEST-WEEK.
           READ SALESFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nSlWeekEnd NUMERIC AND nSlWeekEnd > nCurWeek
                   MOVE nSlWeekEnd TO nCurWeek
                END-IF,
           END-READ.

       200-LOOP.
           READ SALESFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nSlWeekEnd = nCurWeek OR nSlWeekEnd = nPriorWeek
                   PERFORM 210-POST-SALE
                END-IF,
           END-READ.

       210-POST-SALE. *> onto the store's current or prior week
           PERFORM VARYING nStoreSub FROM 1 BY 1
              UNTIL nStoreSub > nStoreCnt
              IF xStChainTbl(nStoreSub) = xSlChain
                 AND xStStreetTbl(nStoreSub) = xSlStreet
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nStoreSub > nStoreCnt
              ADD 1 TO nUnknownCnt
           ELSE
              IF nSlWeekEnd = nCurWeek
                 MOVE 'y' TO xStHasCur(nStoreSub)
                 ADD nSlSales TO nStCurSales(nStoreSub)
                 ADD nSlTrans TO nStCurTrans(nStoreSub)
              ELSE
                 MOVE 'y' TO xStHasPrior(nStoreSub)
                 ADD nSlSales TO nStPriorSales(nStoreSub)
                 ADD nSlTrans TO nStPriorTrans(nStoreSub)
              END-IF
           END-IF.

       220-ROLL-STORE. *> comparable stores only
           IF xStFlagTbl(nStoreSub) = 'C'
              AND nStClosedTbl(nStoreSub) NOT > nCurWeek
              IF xStHasCur(nStoreSub) = 'y'
                 OR xStHasPrior(nStoreSub) = 'y'
                 ADD 1 TO nClosedCnt
              END-IF
           ELSE
              IF xStHasCur(nStoreSub) = 'y'
                 AND xStHasPrior(nStoreSub) = 'y'
                 ADD 1 TO nCompCnt
                 ADD 1 TO nTotStores
                 ADD nStCurSales(nStoreSub) TO nTotCurSales
                 ADD nStPriorSales(nStoreSub) TO nTotPriorSales
                 ADD nStCurTrans(nStoreSub) TO nTotCurTrans
                 ADD nStPriorTrans(nStoreSub) TO nTotPriorTrans
                 MOVE 'C' TO xRollTypeWk
                 MOVE xStChainTbl(nStoreSub) TO xRollKeyWk
                 PERFORM 230-ROLL-INTO
                 MOVE 'P' TO xRollTypeWk
                 MOVE '(UNMAPPED BRAND)' TO xRollKeyWk
                 PERFORM VARYING nBrandSub FROM 1 BY 1
                    UNTIL nBrandSub > nBrandCnt
                    IF xBrandTbl(nBrandSub) = xStChainTbl(nStoreSub)
                       MOVE xParentTbl(nBrandSub) TO xRollKeyWk
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 PERFORM 230-ROLL-INTO
                 MOVE 'S' TO xRollTypeWk
                 MOVE xStStateTbl(nStoreSub) TO xRollKeyWk
                 PERFORM 230-ROLL-INTO
              ELSE
                 IF xStHasCur(nStoreSub) = 'y'
                    ADD 1 TO nNewCnt
                 END-IF
                 IF xStHasPrior(nStoreSub) = 'y'
                    ADD 1 TO nLostCnt
                 END-IF
              END-IF
           END-IF.

       230-ROLL-INTO.
           PERFORM VARYING nRollSub FROM 1 BY 1
              UNTIL nRollSub > nRollCnt
              IF xRollType(nRollSub) = xRollTypeWk
                 AND xRollKey(nRollSub) = xRollKeyWk
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nRollSub > nRollCnt
              IF nRollCnt < 200
                 ADD 1 TO nRollCnt
                 MOVE nRollCnt TO nRollSub
                 MOVE xRollTypeWk TO xRollType(nRollSub)
                 MOVE xRollKeyWk TO xRollKey(nRollSub)
              ELSE
                 DISPLAY 'ROLLUP TABLE FULL - ' xRollTypeWk ' '
                    xRollKeyWk ' LEFT OUT'
                 MOVE 'WARNING' TO xEojCode
              END-IF
           END-IF.
           IF nRollSub NOT > nRollCnt
              ADD 1 TO nRollStores(nRollSub)
              ADD nStCurSales(nStoreSub) TO nRollCurSales(nRollSub)
              ADD nStPriorSales(nStoreSub) TO nRollPriorSales(nRollSub)
              ADD nStCurTrans(nStoreSub) TO nRollCurTrans(nRollSub)
              ADD nStPriorTrans(nStoreSub) TO nRollPriorTrans(nRollSub)
           END-IF.

       300-TERMINATION.
           CLOSE SALESFILE.
           PERFORM 220-ROLL-STORE VARYING nStoreSub FROM 1 BY 1
              UNTIL nStoreSub > nStoreCnt.
           SORT xRollElement ON ASCENDING KEY xRollType xRollKey.
           OPEN OUTPUT RPTFILE.
           MOVE nCurWeek TO xeHdCurWeek.
           MOVE nPriorWeek TO xeHdPriorWeek.
           MOVE xHeading1 TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xHeading1.
           PERFORM 310-ROLL-LINE VARYING nRollSub FROM 1 BY 1
              UNTIL nRollSub > 200.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE 'ALL COMPARABLE' TO xeRlKey.
           MOVE nTotStores TO neRlStores.
           MOVE nTotCurSales TO neRlCurSales.
           MOVE nTotPriorSales TO neRlPriorSales.
           MOVE nTotCurSales TO nGrCurSales.
           MOVE nTotPriorSales TO nGrPriorSales.
           MOVE nTotCurTrans TO nGrCurTrans.
           MOVE nTotPriorTrans TO nGrPriorTrans.
           PERFORM 330-GROWTH.
           MOVE xRollDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xRollDetail.
           MOVE SPACES TO xRptLine.
           STRING 'NOT COMPARABLE: ' DELIMITED BY SIZE
              nNewCnt DELIMITED BY SIZE
              ' NO SALES LAST YEAR, ' DELIMITED BY SIZE
              nLostCnt DELIMITED BY SIZE
              ' NO SALES THIS WEEK, ' DELIMITED BY SIZE
              nClosedCnt DELIMITED BY SIZE
              ' CLOSED' DELIMITED BY SIZE
              INTO xRptLine
           END-STRING.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xRptLine.
           IF nUnknownCnt > 0
              MOVE SPACES TO xRptLine
              STRING nUnknownCnt DELIMITED BY SIZE
                 ' SALES RECORD(S) FOR STORES NO LONGER ON THE '
                 DELIMITED BY SIZE
                 'LOCATION MASTER' DELIMITED BY SIZE
                 INTO xRptLine
              END-STRING
              WRITE xRptLine BEFORE ADVANCING 1 LINE
              DISPLAY xRptLine
              MOVE 'WARNING' TO xEojCode
           END-IF.
           CLOSE RPTFILE.
           STRING "week=" DELIMITED BY SIZE
              nCurWeek DELIMITED BY SIZE
              " comparable=" DELIMITED BY SIZE
              nCompCnt DELIMITED BY SIZE
              " new=" DELIMITED BY SIZE
              nNewCnt DELIMITED BY SIZE
              " closed=" DELIMITED BY SIZE
              nClosedCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-ROLL-LINE. *> a heading each time the rollup type changes;
          *> unused slots sort to the front with a blank type
           IF xRollType(nRollSub) NOT = SPACE
              IF xRollType(nRollSub) NOT = xLastType
                 MOVE xRollType(nRollSub) TO xLastType
                 MOVE SPACES TO xRptLine
                 WRITE xRptLine BEFORE ADVANCING 1 LINE
                 EVALUATE xLastType
                    WHEN 'C' MOVE 'BY CHAIN' TO xHeading2(1:20)
                    WHEN 'P' MOVE 'BY PARENT COMPANY' TO xHeading2(1:20)
                    WHEN 'S' MOVE 'BY STATE' TO xHeading2(1:20)
                 END-EVALUATE
                 MOVE xHeading2 TO xRptLine
                 WRITE xRptLine BEFORE ADVANCING 1 LINE
              END-IF
              MOVE xRollKey(nRollSub) TO xeRlKey
              MOVE nRollStores(nRollSub) TO neRlStores
              MOVE nRollCurSales(nRollSub) TO neRlCurSales
              MOVE nRollPriorSales(nRollSub) TO neRlPriorSales
              MOVE nRollCurSales(nRollSub) TO nGrCurSales
              MOVE nRollPriorSales(nRollSub) TO nGrPriorSales
              MOVE nRollCurTrans(nRollSub) TO nGrCurTrans
              MOVE nRollPriorTrans(nRollSub) TO nGrPriorTrans
              PERFORM 330-GROWTH
              MOVE xRollDetail TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           END-IF.

       330-GROWTH. *> sales and transaction growth over last year
           IF nGrPriorSales > 0
              COMPUTE nGrowthWk ROUNDED =
                 (nGrCurSales - nGrPriorSales) * 100 / nGrPriorSales
                 ON SIZE ERROR MOVE 9999.9 TO nGrowthWk
              END-COMPUTE
           ELSE
              MOVE 0 TO nGrowthWk
           END-IF.
           MOVE nGrowthWk TO neRlSalesPct.
           IF nGrPriorTrans > 0
              COMPUTE nGrowthWk ROUNDED =
                 (nGrCurTrans - nGrPriorTrans) * 100 / nGrPriorTrans
                 ON SIZE ERROR MOVE 9999.9 TO nGrowthWk
              END-COMPUTE
           ELSE
              MOVE 0 TO nGrowthWk
           END-IF.
           MOVE nGrowthWk TO neRlTransPct.

       900-ABORT.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.
