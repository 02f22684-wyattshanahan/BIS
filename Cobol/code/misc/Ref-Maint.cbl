           SELECT OPTIONAL CURFILE ASSIGN TO DYNAMIC xCurFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xCurFileStatus.
           SELECT OPTIONAL MILEFILE ASSIGN TO DYNAMIC xMileFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xMileFileStatus.
           SELECT OPTIONAL STXFILE ASSIGN TO DYNAMIC xStxFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xStxFileStatus.

       DATA DIVISION.
       FILE SECTION.

       FD TAXFILE. *> payroll tax-table reference PAYROLL-01 loads at
          *> initialise - bracket floors/rates for graduated federal
          *> withholding plus the FICA rate and annual wage base,
          *> and the flat federal rate on supplemental wages
       01 xTaxRecIn.
          05 xTaxTypeIn    PIC X. *> B = bracket, F = FICA,
             *> S = supplemental flat rate
          05 nTaxFloorIn   PIC 9(7)V99.
          05 nTaxRateIn    PIC V9999.
          05 nTaxBaseIn    PIC 9(7)V99.

       FD DEPTFILE. *> department reference - the name and manager
          *> behind the one-digit department number everything else
          *> carries, plus the manager's web login, which is who
          *> approves the department's leave requests
       01 xDeptRecIn.
          05 nDptNumIn     PIC 9.
          05 xDptNameIn    PIC X(20).
          05 xDptMgrIn     PIC X(20).
          05 xDptMgrUserIn PIC X(16).

       FD REGFILE. *> region reference - the full name behind each
          *> one-letter region code, plus the sort order that puts
          05 nCurPerUSDIn  PIC 9(4)V9(5).
          05 nCurEffIn     PIC 9(8). *> effective date YYYYMMDD

       FD MILEFILE. *> mileage reimbursement rate PAYROLL-MILEAGE
          *> costs each trip at - dollars per mile, effective-dated
          *> with history kept, so a late-filed trip still costs at
          *> the rate of its day
       01 xMileRecIn.
          05 nMrtEffIn     PIC 9(8). *> effective date YYYYMMDD
          05 nMrtRateIn    PIC 9V999.

       FD STXFILE. *> sales-tax rate by ship-to state that AR-POST
          *> taxes each charge at - effective-dated with history kept,
          *> so a back-dated charge taxes at the rate of its day
       01 xStxRecIn.
          05 xStxStateIn   PIC X(2).
          05 nStxEffIn     PIC 9(8). *> effective date YYYYMMDD
          05 nStxRateIn    PIC 9V9999. *> 0.0725 = 7.25%

       WORKING-STORAGE SECTION.

       77 xFileChoice    PIC X.
       77 xKeyCurIn      PIC X(3).
       77 nPerUSDEntry   PIC 9(5)V9(5). *> ACCEPT scratch with a
          *> spare leading digit, as above
       77 xMileFileName  PIC X(100).
       77 xMileFileStatus PIC XX. *> OPTIONAL - does not exist until
          *> this program first saves it
       77 nMileRateEntry PIC 99V999. *> ACCEPT scratch with a spare
          *> leading digit, as above
       77 neMileRateOut  PIC 9.999.
       77 xStxFileName   PIC X(100).
       77 xStxFileStatus PIC XX. *> OPTIONAL - does not exist until
          *> this program first saves it
       77 xKeyStxState   PIC X(2).
       77 nStxRateEntry  PIC 99V9999. *> ACCEPT scratch with a spare
          *> leading digit, as above
       77 neStxRateOut   PIC 9.9999.
       77 xTaxFileName   PIC X(100).
       77 xTaxFileStatus PIC XX. *> OPTIONAL - does not exist until
          *> this program first saves it
             10 nTblCurPerUSD PIC 9(4)V9(5).
             10 nTblCurEff    PIC 9(8).

       01 xMileTable.
          05 xMileElement OCCURS 50 TIMES.
             10 nTblMrtEff    PIC 9(8).
             10 nTblMrtRate   PIC 9V999.

       01 xStxTable.
          05 xStxElement OCCURS 300 TIMES.
             10 xTblStxState  PIC X(2).
             10 nTblStxEff    PIC 9(8).
             10 nTblStxRate   PIC 9V9999.

       01 xTaxTable.
          05 xTaxElement OCCURS 12 TIMES.
             10 xTblTaxType   PIC X.
             10 nTblDptNum    PIC 9.
             10 xTblDptName   PIC X(20).
             10 xTblDptMgr    PIC X(20).
             10 xTblDptMgrUser PIC X(16).

       01 xRegTable.
          05 xRegElement OCCURS 20 TIMES.
           DISPLAY 'WHICH FILE? F=FRUITS  C=CAPITALS  S=STATES'.
           DISPLAY '            X=STATE XREF  R=CONVERSION RATES'.
           DISPLAY '            T=PAYROLL TAX TABLE  D=DEPARTMENTS'.
           DISPLAY '            G=REGIONS  P=CURRENCY RATES'.
           DISPLAY '            M=MILEAGE RATES  L=SALES TAX RATES'.
           DISPLAY '            Q=QUIT'.
           DISPLAY 'FILE? ' WITH NO ADVANCING.
           ACCEPT xFileChoice.
           EVALUATE xFileChoice
                 PERFORM 1200-REGION-MAINT
              WHEN 'P' WHEN 'p'
                 PERFORM 1300-CURRENCY-MAINT
              WHEN 'M' WHEN 'm'
                 PERFORM 1400-MILEAGE-MAINT
              WHEN 'L' WHEN 'l'
                 PERFORM 1500-SALES-TAX-MAINT
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
           END-EVALUATE.

       1025-GET-TAX-KEY. *> a bracket is keyed by its floor; the one
          *> F record and the one S record are keyed by type alone
          *> (floor held at zero)
           DISPLAY 'RECORD TYPE (B=BRACKET, F=FICA, '
              'S=SUPPLEMENTAL)? ' WITH NO ADVANCING.
           ACCEPT xKeyTaxTypeIn.
           IF xKeyTaxTypeIn = 'b'
              MOVE 'B' TO xKeyTaxTypeIn
           IF xKeyTaxTypeIn = 'f'
              MOVE 'F' TO xKeyTaxTypeIn
           END-IF.
           IF xKeyTaxTypeIn = 's'
              MOVE 'S' TO xKeyTaxTypeIn
           END-IF.
           IF xKeyTaxTypeIn = 'B'
              DISPLAY 'BRACKET FLOOR? ' WITH NO ADVANCING
              ACCEPT nTaxAmtEntry
       1030-ADD-TAX.
           PERFORM 1025-GET-TAX-KEY.
           IF xKeyTaxTypeIn NOT = 'B' AND xKeyTaxTypeIn NOT = 'F'
              AND xKeyTaxTypeIn NOT = 'S'
              DISPLAY 'REJECTED - TYPE MUST BE B, F OR S.'
           ELSE
              PERFORM 1051-FIND-TAX
              IF xFoundFlag = 'y'
           PERFORM VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub
              IF xTblTaxType(nSearchSub) = xKeyTaxTypeIn
                 AND (xKeyTaxTypeIn = 'F' OR xKeyTaxTypeIn = 'S' OR
                    nTblTaxFloor(nSearchSub) = nKeyTaxFloorIn)
                 MOVE 'y' TO xFoundFlag
                 MOVE nSearchSub TO nFoundSub
                   MOVE nDptNumIn  TO nTblDptNum(nLoadSub)
                   MOVE xDptNameIn TO xTblDptName(nLoadSub)
                   MOVE xDptMgrIn  TO xTblDptMgr(nLoadSub)
                   MOVE xDptMgrUserIn TO xTblDptMgrUser(nLoadSub)
                ELSE
                   DISPLAY 'DEPARTMENT TABLE FULL - RECORD DROPPED'
                END-IF,
                 ACCEPT xTblDptName(nFoundSub)
                 DISPLAY 'MANAGER NAME? ' WITH NO ADVANCING
                 ACCEPT xTblDptMgr(nFoundSub)
                 DISPLAY 'MANAGER WEB LOGIN (BLANK IF NONE)? '
                    WITH NO ADVANCING
                 ACCEPT xTblDptMgrUser(nFoundSub)
                 MOVE 'Departments.txt' TO xJrnFile
                 MOVE nKeyDeptIn TO xJrnKey
                 MOVE 'ADD' TO xJrnAction
              ACCEPT xTblDptName(nFoundSub)
              DISPLAY 'NEW MANAGER NAME? ' WITH NO ADVANCING
              ACCEPT xTblDptMgr(nFoundSub)
              DISPLAY 'NEW MANAGER WEB LOGIN (BLANK IF NONE)? '
                 WITH NO ADVANCING
              ACCEPT xTblDptMgrUser(nFoundSub)
              MOVE 'Departments.txt' TO xJrnFile
              MOVE nKeyDeptIn TO xJrnKey
              MOVE 'UPDATE' TO xJrnAction
                    xTblDptName(nShiftSub)
                 MOVE xTblDptMgr(nShiftSub + 1)  TO
                    xTblDptMgr(nShiftSub)
                 MOVE xTblDptMgrUser(nShiftSub + 1) TO
                    xTblDptMgrUser(nShiftSub)
              END-PERFORM
              SUBTRACT 1 FROM nLoadSub
              DISPLAY 'DEPARTMENT DELETED.'
           MOVE nTblDptNum(nImageSub)  TO nDptNumIn.
           MOVE xTblDptName(nImageSub) TO xDptNameIn.
           MOVE xTblDptMgr(nImageSub)  TO xDptMgrIn.
           MOVE xTblDptMgrUser(nImageSub) TO xDptMgrUserIn.

       1191-WRITE-DEPT.
           MOVE nTblDptNum(nSearchSub)  TO nDptNumIn.
           MOVE xTblDptName(nSearchSub) TO xDptNameIn.
           MOVE xTblDptMgr(nSearchSub)  TO xDptMgrIn.
           MOVE xTblDptMgrUser(nSearchSub) TO xDptMgrUserIn.
           WRITE xDeptRecIn.

      *> ==================================================
           MOVE nTblCurPerUSD(nSearchSub) TO nCurPerUSDIn.
           MOVE nTblCurEff(nSearchSub)    TO nCurEffIn.
           WRITE xCurRecIn.

      *> ==================================================
      *> MILEAGERATE.TXT MAINTENANCE
      *> ==================================================
       1400-MILEAGE-MAINT. *> one rate per effective date - a rate
          *> change adds a new dated record and the superseded one
          *> stays on file so older trips still cost correctly
           MOVE 'MileageRate.txt' TO xMileFileName.
           ACCEPT xMileFileName FROM ENVIRONMENT 'MILEAGE_RATE_FILE'
              ON EXCEPTION
                 MOVE 'MileageRate.txt' TO xMileFileName
           END-ACCEPT.
           MOVE 0 TO nLoadSub.
           MOVE 'n' TO xEOF.
           PERFORM 1410-LOAD-MILEAGE.
           MOVE SPACE TO xAction.
           PERFORM 1420-MILEAGE-MENU
              UNTIL xAction = 'Q' OR xAction = 'q'.
           PERFORM 1490-SAVE-MILEAGE.

       1410-LOAD-MILEAGE. *> OPTIONAL - the first session starts
          *> empty
           OPEN INPUT MILEFILE.
           IF xMileFileStatus = '00'
              PERFORM 1411-READ-MILEAGE UNTIL xEOF = 'y'
           END-IF.
           CLOSE MILEFILE.

       1411-READ-MILEAGE.
           READ MILEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nLoadSub < 50
                   ADD 1 TO nLoadSub
                   MOVE nMrtEffIn TO nTblMrtEff(nLoadSub)
                   MOVE nMrtRateIn TO nTblMrtRate(nLoadSub)
                ELSE
                   DISPLAY 'MILEAGE RATE TABLE FULL - RECORD DROPPED'
                END-IF,
           END-READ.

       1420-MILEAGE-MENU.
           DISPLAY ' '.
           DISPLAY 'MILEAGE RATE MAINTENANCE'.
           PERFORM 1425-LIST-MILEAGE VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub.
           DISPLAY 'A=ADD RATE  D=DELETE  Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT xAction.
           EVALUATE xAction
              WHEN 'A' WHEN 'a'
                 PERFORM 1430-ADD-MILEAGE
              WHEN 'D' WHEN 'd'
                 PERFORM 1470-DELETE-MILEAGE
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       1425-LIST-MILEAGE.
           MOVE nTblMrtRate(nSearchSub) TO neMileRateOut.
           DISPLAY '  EFFECTIVE ' nTblMrtEff(nSearchSub)
              '  PER MILE ' neMileRateOut.

       1430-ADD-MILEAGE.
           DISPLAY 'EFFECTIVE DATE (YYYYMMDD)? ' WITH NO ADVANCING.
           ACCEPT nKeyEffIn.
           PERFORM 1451-FIND-MILEAGE.
           IF xFoundFlag = 'y'
              DISPLAY 'REJECTED - A RATE IS ALREADY ON FILE FOR '
                 'THAT DATE.'
           ELSE
              IF nLoadSub >= 50
                 DISPLAY 'REJECTED - MILEAGE RATE TABLE IS FULL.'
              ELSE
                 DISPLAY 'RATE PER MILE (E.G. 0.670)? '
                    WITH NO ADVANCING
                 ACCEPT nMileRateEntry
                 IF nMileRateEntry = 0 OR nMileRateEntry > 9.999
                    DISPLAY 'REJECTED - RATE MUST BE ABOVE ZERO AND '
                       'UNDER 10.000.'
                 ELSE
                    ADD 1 TO nLoadSub
                    MOVE nKeyEffIn TO nTblMrtEff(nLoadSub)
                    MOVE nMileRateEntry TO nTblMrtRate(nLoadSub)
                    MOVE 'MileageRate.txt' TO xJrnFile
                    MOVE nKeyEffIn TO xJrnKey
                    MOVE 'ADD' TO xJrnAction
                    MOVE SPACES TO xJrnBefore
                    MOVE nLoadSub TO nImageSub
                    PERFORM 1495-MILEAGE-IMAGE
                    MOVE xMileRecIn TO xJrnAfter
                    PERFORM 080-WRITE-JOURNAL
                    DISPLAY 'MILEAGE RATE ADDED.'
                 END-IF
              END-IF
           END-IF.

       1451-FIND-MILEAGE.
           MOVE 'n' TO xFoundFlag.
           PERFORM VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub
              IF nTblMrtEff(nSearchSub) = nKeyEffIn
                 MOVE 'y' TO xFoundFlag
                 MOVE nSearchSub TO nFoundSub
              END-IF
           END-PERFORM.

       1470-DELETE-MILEAGE.
           DISPLAY 'EFFECTIVE DATE TO DELETE (YYYYMMDD)? '
              WITH NO ADVANCING.
           ACCEPT nKeyEffIn.
           PERFORM 1451-FIND-MILEAGE.
           IF xFoundFlag = 'y'
              MOVE 'MileageRate.txt' TO xJrnFile
              MOVE nKeyEffIn TO xJrnKey
              MOVE 'DELETE' TO xJrnAction
              MOVE nFoundSub TO nImageSub
              PERFORM 1495-MILEAGE-IMAGE
              MOVE xMileRecIn TO xJrnBefore
              MOVE SPACES TO xJrnAfter
              PERFORM 080-WRITE-JOURNAL
              PERFORM VARYING nShiftSub FROM nFoundSub BY 1
                 UNTIL nShiftSub > nLoadSub - 1
                 MOVE xMileElement(nShiftSub + 1) TO
                    xMileElement(nShiftSub)
              END-PERFORM
              SUBTRACT 1 FROM nLoadSub
              DISPLAY 'MILEAGE RATE DELETED.'
           ELSE
              DISPLAY 'REJECTED - NO RATE ON FILE FOR THAT DATE.'
           END-IF.

       1490-SAVE-MILEAGE.
           OPEN OUTPUT MILEFILE.
           PERFORM 1491-WRITE-MILEAGE VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub.
           CLOSE MILEFILE.

       1491-WRITE-MILEAGE.
           MOVE nSearchSub TO nImageSub.
           PERFORM 1495-MILEAGE-IMAGE.
           WRITE xMileRecIn.

       1495-MILEAGE-IMAGE.
           MOVE nTblMrtEff(nImageSub)  TO nMrtEffIn.
           MOVE nTblMrtRate(nImageSub) TO nMrtRateIn.

      *> ==================================================
      *> SALESTAXRATES.TXT MAINTENANCE
      *> ==================================================
       1500-SALES-TAX-MAINT. *> one rate per state per effective
          *> date - a rate change adds a new dated record and the
          *> superseded one stays on file, as the mileage rates do
           MOVE 'SalesTaxRates.txt' TO xStxFileName.
           ACCEPT xStxFileName FROM ENVIRONMENT 'AR_SALES_TAX_FILE'
              ON EXCEPTION
                 MOVE 'SalesTaxRates.txt' TO xStxFileName
           END-ACCEPT.
           MOVE 0 TO nLoadSub.
           MOVE 'n' TO xEOF.
           PERFORM 1510-LOAD-SALES-TAX.
           MOVE SPACE TO xAction.
           PERFORM 1520-SALES-TAX-MENU
              UNTIL xAction = 'Q' OR xAction = 'q'.
           PERFORM 1590-SAVE-SALES-TAX.

       1510-LOAD-SALES-TAX. *> OPTIONAL - the first session starts
          *> empty
           OPEN INPUT STXFILE.
           IF xStxFileStatus = '00'
              PERFORM 1511-READ-SALES-TAX UNTIL xEOF = 'y'
           END-IF.
           CLOSE STXFILE.

       1511-READ-SALES-TAX.
           READ STXFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nLoadSub < 300
                   ADD 1 TO nLoadSub
                   MOVE xStxStateIn TO xTblStxState(nLoadSub)
                   MOVE nStxEffIn TO nTblStxEff(nLoadSub)
                   MOVE nStxRateIn TO nTblStxRate(nLoadSub)
                ELSE
                   DISPLAY 'SALES TAX RATE TABLE FULL - RECORD DROPPED'
                END-IF,
           END-READ.

       1520-SALES-TAX-MENU.
           DISPLAY ' '.
           DISPLAY 'SALES TAX RATE MAINTENANCE'.
           PERFORM 1525-LIST-SALES-TAX VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub.
           DISPLAY 'A=ADD RATE  D=DELETE  Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT xAction.
           EVALUATE xAction
              WHEN 'A' WHEN 'a'
                 PERFORM 1530-ADD-SALES-TAX
              WHEN 'D' WHEN 'd'
                 PERFORM 1570-DELETE-SALES-TAX
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       1525-LIST-SALES-TAX.
           MOVE nTblStxRate(nSearchSub) TO neStxRateOut.
           DISPLAY '  ' xTblStxState(nSearchSub) '  EFFECTIVE '
              nTblStxEff(nSearchSub) '  RATE ' neStxRateOut.

       1530-ADD-SALES-TAX.
           DISPLAY 'STATE (E.G. TX)? ' WITH NO ADVANCING.
           ACCEPT xKeyStxState.
           DISPLAY 'EFFECTIVE DATE (YYYYMMDD)? ' WITH NO ADVANCING.
           ACCEPT nKeyEffIn.
           PERFORM 1551-FIND-SALES-TAX.
           IF xKeyStxState NOT ALPHABETIC-UPPER
              OR xKeyStxState(1:1) = SPACE
              OR xKeyStxState(2:1) = SPACE
              DISPLAY 'REJECTED - STATE MUST BE TWO CAPITAL LETTERS.'
           ELSE
              IF xFoundFlag = 'y'
                 DISPLAY 'REJECTED - A RATE IS ALREADY ON FILE FOR '
                    'THAT STATE AND DATE.'
              ELSE
                 IF nLoadSub >= 300
                    DISPLAY 'REJECTED - SALES TAX RATE TABLE IS FULL.'
                 ELSE
                    DISPLAY 'RATE (E.G. 0.0725, 0 = NO TAX)? '
                       WITH NO ADVANCING
                    ACCEPT nStxRateEntry
                    IF nStxRateEntry > 0.25
                       DISPLAY 'REJECTED - RATE MUST NOT EXCEED '
                          '0.2500.'
                    ELSE
                       ADD 1 TO nLoadSub
                       MOVE xKeyStxState TO xTblStxState(nLoadSub)
                       MOVE nKeyEffIn TO nTblStxEff(nLoadSub)
                       MOVE nStxRateEntry TO nTblStxRate(nLoadSub)
                       MOVE 'SalesTaxRates.txt' TO xJrnFile
                       MOVE SPACES TO xJrnKey
                       STRING xKeyStxState DELIMITED BY SIZE
                          nKeyEffIn DELIMITED BY SIZE
                          INTO xJrnKey
                       END-STRING
                       MOVE 'ADD' TO xJrnAction
                       MOVE SPACES TO xJrnBefore
                       MOVE nLoadSub TO nImageSub
                       PERFORM 1595-SALES-TAX-IMAGE
                       MOVE xStxRecIn TO xJrnAfter
                       PERFORM 080-WRITE-JOURNAL
                       DISPLAY 'SALES TAX RATE ADDED.'
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1551-FIND-SALES-TAX.
           MOVE 'n' TO xFoundFlag.
           PERFORM VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub
              IF xTblStxState(nSearchSub) = xKeyStxState
                 AND nTblStxEff(nSearchSub) = nKeyEffIn
                 MOVE 'y' TO xFoundFlag
                 MOVE nSearchSub TO nFoundSub
              END-IF
           END-PERFORM.

       1570-DELETE-SALES-TAX.
           DISPLAY 'STATE TO DELETE? ' WITH NO ADVANCING.
           ACCEPT xKeyStxState.
           DISPLAY 'EFFECTIVE DATE TO DELETE (YYYYMMDD)? '
              WITH NO ADVANCING.
           ACCEPT nKeyEffIn.
           PERFORM 1551-FIND-SALES-TAX.
           IF xFoundFlag = 'y'
              MOVE 'SalesTaxRates.txt' TO xJrnFile
              MOVE SPACES TO xJrnKey
              STRING xKeyStxState DELIMITED BY SIZE
                 nKeyEffIn DELIMITED BY SIZE
                 INTO xJrnKey
              END-STRING
              MOVE 'DELETE' TO xJrnAction
              MOVE nFoundSub TO nImageSub
              PERFORM 1595-SALES-TAX-IMAGE
              MOVE xStxRecIn TO xJrnBefore
              MOVE SPACES TO xJrnAfter
              PERFORM 080-WRITE-JOURNAL
              PERFORM VARYING nShiftSub FROM nFoundSub BY 1
                 UNTIL nShiftSub > nLoadSub - 1
                 MOVE xStxElement(nShiftSub + 1) TO
                    xStxElement(nShiftSub)
              END-PERFORM
              SUBTRACT 1 FROM nLoadSub
              DISPLAY 'SALES TAX RATE DELETED.'
           ELSE
              DISPLAY 'REJECTED - NO RATE ON FILE FOR THAT STATE '
                 'AND DATE.'
           END-IF.

       1590-SAVE-SALES-TAX.
           OPEN OUTPUT STXFILE.
           PERFORM 1591-WRITE-SALES-TAX VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub.
           CLOSE STXFILE.

       1591-WRITE-SALES-TAX.
           MOVE nSearchSub TO nImageSub.
           PERFORM 1595-SALES-TAX-IMAGE.
           WRITE xStxRecIn.

       1595-SALES-TAX-IMAGE.
           MOVE xTblStxState(nImageSub) TO xStxStateIn.
           MOVE nTblStxEff(nImageSub)   TO nStxEffIn.
           MOVE nTblStxRate(nImageSub)  TO nStxRateIn.
