       identification division.
       program-id. Fruit-Promo.
       author. WYATT SHANAHAN.

      *> Promotion results. Every promotion on FruitPromos.txt that
      *> has started is measured off FruitSalesHistory.txt - the
      *> posted sales at the price each actually sold for and the
      *> supplier cost it carried - against the same number of days
      *> just before it began: units sold and gross margin before
      *> and during, the change in units as a percent and the
      *> change in margin in dollars. A promotion still running is
      *> measured on the days it has run so far, so the before
      *> window shrinks to match. The report is
      *> Fruit-promo-results.txt.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PROMOFILE ASSIGN TO DYNAMIC xPromoFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xPromoStatus.
           SELECT OPTIONAL SALESHIST ASSIGN TO
              "FruitSalesHistory.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xHistStatus.
           SELECT RPTFILE ASSIGN TO "Fruit-promo-results.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PROMOFILE. *> dated promotions - a price or a percent off
          *> the list price, first day to last day inclusive
       01 xPromoRecord.
          05 xPrmCode      PIC X(6).
          05 xPrmFruit     PIC X(14).
          05 nPrmPrice     PIC 9v99. *> promotion price, or 0
          05 nPrmPctOff    PIC 99. *> percent off list, or 0
          05 nPrmStart     PIC 9(8).
          05 nPrmEnd       PIC 9(8).

       FD SALESHIST. *> every posted sale, written by Fruit-Post
       01 xHistRecord.
          05 nHstSaleDate  PIC 9(8).
          05 xHstFruit     PIC X(14).
          05 nHstQty       PIC 999.
          05 nHstPrice     PIC 9v99. *> price charged
          05 nHstCost      PIC 9v99. *> supplier unit cost
          05 xHstPromo     PIC X(6). *> spaces = list price
          05 nHstPostDate  PIC 9(8).

       FD RPTFILE.
       01 xRptLine      PIC X(130).

       WORKING-STORAGE SECTION.

       77 xPromoFileName PIC X(100).
       77 xPromoStatus   PIC xx.
       77 xHistStatus    PIC xx.
       77 xEOF           PIC x       VALUE 'n'.
       77 nPromoCnt      PIC 999     VALUE 0.
       77 nPromoSub      PIC 999     VALUE 0.
       77 nHistCnt       PIC 9(6)    VALUE 0.
       77 nMeasuredCnt   PIC 999     VALUE 0.
       77 nLastDay       PIC 9(8)    VALUE 0.
       77 nDays          PIC 9(4)    VALUE 0.
       77 nSaleMargin    PIC s9(5)v99 VALUE 0.
       77 nPctChange     PIC s9(5)   VALUE 0.
       77 nMarginChange  PIC s9(7)v99 VALUE 0.
       77 xAuditDetail   PIC X(80)   VALUE SPACES.
       77 xAuditProgName PIC X(20)   VALUE "FRUIT-PROMO".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd PIC X(8)    VALUE "END".
       77 xEojCode       PIC X(8)    VALUE "CLEAN".
           COPY "rundate-ws.cbl".

       01 xPromoTable.
          05 xPromoElement OCCURS 200 TIMES.
             10 xPrCode       PIC X(6).
             10 xPrFruit      PIC X(14).
             10 nPrStart      PIC 9(8).
             10 nPrEnd        PIC 9(8).
             10 xPrState      PIC x. *> M measured, F future, B bad
             10 nPrDays       PIC 9(4).
             10 nPrBefStart   PIC 9(8). *> the comparison window
             10 nPrBefEnd     PIC 9(8).
             10 nPrDurEnd     PIC 9(8). *> last day measured
             10 nPrBefUnits   PIC 9(6).
             10 nPrDurUnits   PIC 9(6).
             10 nPrBefMargin  PIC s9(7)v99.
             10 nPrDurMargin  PIC s9(7)v99.

       01 xRptHeading.
          05 FILLER       PIC X(30) VALUE
             'PROMOTION RESULTS             '.
          05 neRptDate    PIC 9999/99/99.

       01 xRptColumns.
          05 FILLER       PIC X(8)  VALUE 'PROMO'.
          05 FILLER       PIC X(15) VALUE 'FRUIT'.
          05 FILLER       PIC X(11) VALUE 'FIRST DAY'.
          05 FILLER       PIC X(11) VALUE 'LAST DAY'.
          05 FILLER       PIC X(6)  VALUE 'DAYS'.
          05 FILLER       PIC X(8)  VALUE 'BEFORE'.
          05 FILLER       PIC X(8)  VALUE 'DURING'.
          05 FILLER       PIC X(7)  VALUE ' CHG%'.
          05 FILLER       PIC X(12) VALUE 'MGN BEFORE'.
          05 FILLER       PIC X(12) VALUE 'MGN DURING'.
          05 FILLER       PIC X(12) VALUE 'MGN CHANGE'.
          05 FILLER       PIC X(4)  VALUE 'NOTE'.

       01 xRptDetail.
          05 xRdCode      PIC X(6).
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdFruit     PIC X(14).
          05 FILLER       PIC X(1)  VALUE SPACES.
          05 neRdStart    PIC 9999/99/99.
          05 FILLER       PIC X(1)  VALUE SPACES.
          05 neRdEnd      PIC 9999/99/99.
          05 FILLER       PIC X(1)  VALUE SPACES.
          05 xRdDays      PIC X(4).
          05 neRdDays REDEFINES xRdDays PIC zzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdBefUnits  PIC X(6).
          05 neRdBefUnits REDEFINES xRdBefUnits PIC zzzzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdDurUnits  PIC X(6).
          05 neRdDurUnits REDEFINES xRdDurUnits PIC zzzzz9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdPct       PIC X(5).
          05 neRdPct REDEFINES xRdPct PIC zzz9-.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdBefMgn    PIC X(10).
          05 neRdBefMgn REDEFINES xRdBefMgn PIC $$,$$9.99-.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdDurMgn    PIC X(10).
          05 neRdDurMgn REDEFINES xRdDurMgn PIC $$,$$9.99-.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdMgnChg    PIC X(10).
          05 neRdMgnChg REDEFINES xRdMgnChg PIC $$,$$9.99-.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xRdNote      PIC X(18).

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-READ-HISTORY UNTIL xEOF = 'y'.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE 'FruitPromos.txt' TO xPromoFileName.
           ACCEPT xPromoFileName FROM ENVIRONMENT 'FRUIT_PROMO_FILE'
              ON EXCEPTION
                 MOVE 'FruitPromos.txt' TO xPromoFileName
           END-ACCEPT.
           OPEN INPUT PROMOFILE.
           IF xPromoStatus = '00'
              PERFORM 110-READ-PROMO UNTIL xEOF = 'y'
           END-IF.
           CLOSE PROMOFILE.
           MOVE 'n' TO xEOF.
           IF nPromoCnt = 0
              DISPLAY 'NO PROMOTIONS ON FILE - NOTHING TO MEASURE'
           END-IF.
           OPEN INPUT SALESHIST.
           IF xHistStatus NOT = '00'
              MOVE 'y' TO xEOF
           END-IF.

       110-READ-PROMO.
           READ PROMOFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nPromoCnt < 200
                   ADD 1 TO nPromoCnt
                   PERFORM 120-SET-WINDOWS
                ELSE
                   DISPLAY 'PROMOTION TABLE FULL - ' xPrmCode
                      ' NOT MEASURED'
                END-IF,
           END-READ.

       120-SET-WINDOWS. *> the before window is as many days as the
          *> promotion has run, ending the day before it began
           MOVE nPromoCnt TO nPromoSub.
           MOVE xPrmCode TO xPrCode(nPromoSub).
           MOVE xPrmFruit TO xPrFruit(nPromoSub).
           MOVE nPrmStart TO nPrStart(nPromoSub).
           MOVE nPrmEnd TO nPrEnd(nPromoSub).
           MOVE 0 TO nPrDays(nPromoSub).
           MOVE 0 TO nPrBefUnits(nPromoSub).
           MOVE 0 TO nPrDurUnits(nPromoSub).
           MOVE 0 TO nPrBefMargin(nPromoSub).
           MOVE 0 TO nPrDurMargin(nPromoSub).
           MOVE 0 TO nPrBefStart(nPromoSub).
           MOVE 0 TO nPrBefEnd(nPromoSub).
           MOVE 0 TO nPrDurEnd(nPromoSub).
           IF nPrmStart NOT NUMERIC OR nPrmEnd NOT NUMERIC
              MOVE 'B' TO xPrState(nPromoSub)
              MOVE 0 TO nPrStart(nPromoSub)
              MOVE 0 TO nPrEnd(nPromoSub)
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(nPrmStart) NOT = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(nPrmEnd) NOT = 0
                 OR nPrmEnd < nPrmStart
                 MOVE 'B' TO xPrState(nPromoSub)
              ELSE
                 IF nPrmStart > nRunDate
                    MOVE 'F' TO xPrState(nPromoSub)
                 ELSE
                    MOVE 'M' TO xPrState(nPromoSub)
                    IF nPrmEnd > nRunDate
                       MOVE nRunDate TO nLastDay
                    ELSE
                       MOVE nPrmEnd TO nLastDay
                    END-IF
                    MOVE nLastDay TO nPrDurEnd(nPromoSub)
                    COMPUTE nDays =
                       FUNCTION INTEGER-OF-DATE(nLastDay)
                       - FUNCTION INTEGER-OF-DATE(nPrmStart) + 1
                    MOVE nDays TO nPrDays(nPromoSub)
                    COMPUTE nPrBefEnd(nPromoSub) =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(nPrmStart) - 1)
                    COMPUTE nPrBefStart(nPromoSub) =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(nPrmStart) - nDays)
                 END-IF
              END-IF
           END-IF.

       200-READ-HISTORY. *> one pass of the history, each sale
          *> counted into every promotion window it falls in
           READ SALESHIST
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                ADD 1 TO nHistCnt
                IF nHstQty NUMERIC AND nHstPrice NUMERIC
                   AND nHstCost NUMERIC
                   COMPUTE nSaleMargin =
                      nHstQty * (nHstPrice - nHstCost)
                   PERFORM 210-APPLY-SALE VARYING nPromoSub
                      FROM 1 BY 1 UNTIL nPromoSub > nPromoCnt
                END-IF,
           END-READ.

       210-APPLY-SALE.
           IF xPrState(nPromoSub) = 'M'
              AND xHstFruit = xPrFruit(nPromoSub)
              IF nHstSaleDate NOT < nPrBefStart(nPromoSub)
                 AND nHstSaleDate NOT > nPrBefEnd(nPromoSub)
                 ADD nHstQty TO nPrBefUnits(nPromoSub)
                 ADD nSaleMargin TO nPrBefMargin(nPromoSub)
              END-IF
              IF nHstSaleDate NOT < nPrStart(nPromoSub)
                 AND nHstSaleDate NOT > nPrDurEnd(nPromoSub)
                 ADD nHstQty TO nPrDurUnits(nPromoSub)
                 ADD nSaleMargin TO nPrDurMargin(nPromoSub)
              END-IF
           END-IF.

       300-TERMINATION.
           CLOSE SALESHIST.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO neRptDate.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           PERFORM 310-REPORT-PROMO VARYING nPromoSub FROM 1 BY 1
              UNTIL nPromoSub > nPromoCnt.
           CLOSE RPTFILE.
           DISPLAY nMeasuredCnt ' OF ' nPromoCnt ' PROMOTION(S) '
              'MEASURED OVER ' nHistCnt ' SALE(S) - SEE '
              'Fruit-promo-results.txt'.
           STRING "promos=" DELIMITED BY SIZE
              nPromoCnt DELIMITED BY SIZE
              " measured=" DELIMITED BY SIZE
              nMeasuredCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-REPORT-PROMO.
           MOVE SPACES TO xRptDetail.
           MOVE xPrCode(nPromoSub) TO xRdCode.
           MOVE xPrFruit(nPromoSub) TO xRdFruit.
           MOVE nPrStart(nPromoSub) TO neRdStart.
           MOVE nPrEnd(nPromoSub) TO neRdEnd.
           EVALUATE xPrState(nPromoSub)
              WHEN 'B'
                 MOVE 'DATES NOT VALID' TO xRdNote
                 MOVE "WARNING" TO xEojCode
              WHEN 'F'
                 MOVE 'NOT YET STARTED' TO xRdNote
              WHEN OTHER
                 ADD 1 TO nMeasuredCnt
                 MOVE nPrDays(nPromoSub) TO neRdDays
                 MOVE nPrBefUnits(nPromoSub) TO neRdBefUnits
                 MOVE nPrDurUnits(nPromoSub) TO neRdDurUnits
                 MOVE nPrBefMargin(nPromoSub) TO neRdBefMgn
                 MOVE nPrDurMargin(nPromoSub) TO neRdDurMgn
                 COMPUTE nMarginChange = nPrDurMargin(nPromoSub)
                    - nPrBefMargin(nPromoSub)
                 MOVE nMarginChange TO neRdMgnChg
                 IF nPrBefUnits(nPromoSub) > 0
                    COMPUTE nPctChange ROUNDED =
                       (nPrDurUnits(nPromoSub)
                       - nPrBefUnits(nPromoSub)) * 100
                       / nPrBefUnits(nPromoSub)
                       ON SIZE ERROR
                          MOVE 9999 TO nPctChange
                    END-COMPUTE
                    IF nPctChange > 9999
                       MOVE 9999 TO nPctChange
                    END-IF
                    MOVE nPctChange TO neRdPct
                 ELSE
                    MOVE 'NO SALES BEFORE' TO xRdNote
                 END-IF
                 IF nPrEnd(nPromoSub) > nRunDate
                    MOVE 'STILL RUNNING' TO xRdNote
                 END-IF
           END-EVALUATE.
           MOVE xRptDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
