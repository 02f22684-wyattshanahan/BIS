       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALBUMS-ROYALTY.
       AUTHOR. WYATT SHANAHAN.

      *> Quarterly artist royalty run. RoyaltyContracts.txt
      *> (ROYALTY_CONTRACT_FILE) holds one contract per artist and
      *> album: the artist's AP vendor code, the royalty rate as a
      *> percent of the unit base price, the advance still to be
      *> recouped, the reserve percent held back against returns,
      *> the reserve held from the last statement, and the last
      *> quarter statemented. Copies sold come from the weekly sales
      *> ALBUMS-POST retires to AlbumSales.<date>.txt - every archive
      *> dated inside the quarter (ROYALTY_QUARTER as YYYYQn, default
      *> the last whole quarter) is read. For each album the
      *> royalties earned, less this quarter's reserve, plus the
      *> reserve released from last quarter, go first against any
      *> unrecouped advance; what is left is payable. Each artist
      *> gets a statement on Albums-royalty-statements.txt and one
      *> invoice on APInvoices.txt under the next voucher, on the
      *> vendor's due days and default account, for AP-PAYRUN to pay.
      *> An artist whose payable cannot go to AP (no AP vendor,
      *> inactive, two vendors on the contracts) is not updated -
      *> the statement says why and the next run picks it up again.
      *> A contract already statemented for the quarter is skipped,
      *> so the run is safe to repeat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTRACTFILE ASSIGN TO DYNAMIC xContractFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xContractStatus.
           SELECT SALESARCH ASSIGN TO DYNAMIC xArchFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xArchStatus.
           SELECT OPTIONAL VENFILE ASSIGN TO DYNAMIC xVenFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xVenStatus.
           SELECT OPTIONAL INVFILE ASSIGN TO DYNAMIC xInvFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xInvStatus.
           SELECT STMTFILE ASSIGN TO 'Albums-royalty-statements.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CONTRACTFILE. *> one per artist and album
       01 xContractRecord.
          05 xRcArtist      PIC X(20).
          05 xRcAlbum       PIC X(25).
          05 xRcVendor      PIC X(4). *> the artist's AP vendor code
          05 nRcRatePct     PIC 99V99. *> 12.50 = 12.5% of base
          05 nRcBasePrice   PIC 9(3)V99. *> per unit sold
          05 nRcAdvance     PIC 9(7)V99. *> still to be recouped
          05 nRcReservePct  PIC 99V99. *> held back against returns
          05 nRcReserveHeld PIC 9(7)V99. *> from the last statement
          05 xRcLastQtr     PIC X(6). *> YYYYQn, spaces = never

       FD SALESARCH. *> ALBUMS-POST's retired weekly sales
       01 xSalesRecord.
          05 xAsArtistIn    PIC X(20).
          05 xAsAlbumIn     PIC X(25).
          05 nAsCopiesIn    PIC 9(7).

       FD VENFILE. *> AP-VENDOR's vendor master
       01 xVenRecord.
          05 xVenCodeIn     PIC X(4).
          05 xVenNameIn     PIC X(25).
          05 xVenStreetIn   PIC X(25).
          05 xVenCityIn     PIC X(16).
          05 xVenStateIn    PIC X(2).
          05 xVenZipIn      PIC X(10).
          05 xVenTypeIn     PIC X.
          05 nVenNetDaysIn  PIC 9(3).
          05 nVenDiscPctIn  PIC 99V99.
          05 nVenDiscDaysIn PIC 9(3).
          05 xVenGlAcctIn   PIC X(6).
          05 xVenStatusIn   PIC X.

       FD INVFILE. *> AP-INVOICE's invoice file
       01 xInvRecord     PIC X(121).

       FD STMTFILE.
       01 xStmtLine      PIC X(100).

       WORKING-STORAGE SECTION.

       77 xContractFileName PIC X(100).
       77 xArchFileName  PIC X(100).
       77 xVenFileName   PIC X(100).
       77 xInvFileName   PIC X(100).
       77 xContractStatus PIC XX.
       77 xArchStatus    PIC XX.
       77 xVenStatus     PIC XX.
       77 xInvStatus     PIC XX.
       77 xEOF           PIC X   VALUE 'n'.
       77 xQuarter       PIC X(6) VALUE SPACES.
       77 nQtrYear       PIC 9(4) VALUE 0.
       77 nQtrNo         PIC 9    VALUE 0.
       77 nQtrStart      PIC 9(8) VALUE 0.
       77 nQtrEnd        PIC 9(8) VALUE 0.
       77 nDayInt        PIC 9(7) VALUE 0.
       77 nEndInt        PIC 9(7) VALUE 0.
       77 nArchDate      PIC 9(8) VALUE 0.
       77 nArchFound     PIC 9(3) VALUE 0.
       77 nSalesRead     PIC 9(6) VALUE 0.
       77 nContractCnt   PIC 9(3) VALUE 0.
       77 nContractSub   PIC 9(3) VALUE 0.
       77 nFirstSub      PIC 9(3) VALUE 0.
       77 nLastSub       PIC 9(3) VALUE 0.
       77 nNoConCnt      PIC 99  VALUE 0.
       77 nNoConSub      PIC 99  VALUE 0.
       77 nVenCnt        PIC 999 VALUE 0.
       77 nVenSub        PIC 999 VALUE 0.
       77 nInvCnt        PIC 9(4) VALUE 0.
       77 nInvSub        PIC 9(4) VALUE 0.
       77 nNextVoucher   PIC 9(6) VALUE 0.
       77 xCurArtist     PIC X(20) VALUE SPACES.
       77 xCurVendor     PIC X(4) VALUE SPACES.
       77 xCurInvNum     PIC X(15) VALUE SPACES.
       77 xArtistWhy     PIC X(30) VALUE SPACES.
       77 nArtistPayable PIC 9(7)V99 VALUE 0.
       77 nAvailable     PIC S9(8)V99 VALUE 0.
       77 nDueDate       PIC 9(8) VALUE 0.
       77 nArtistCnt     PIC 9(3) VALUE 0.
       77 nPaidCnt       PIC 9(3) VALUE 0.
       77 nHeldCnt       PIC 9(3) VALUE 0.
       77 nDoneCnt       PIC 9(3) VALUE 0.
       77 nTotPayable    PIC 9(9)V99 VALUE 0.
       77 neTotPayable   PIC ZZZ,ZZZ,ZZ9.99.
       77 neAmount       PIC Z,ZZZ,ZZ9.99.
       77 xLockMode      PIC X.
       77 xLockResult    PIC X.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "ALBUMS-ROYALTY".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".

       01 xContractTable.
          05 xContractElement OCCURS 1 TO 200 TIMES
             DEPENDING ON nContractCnt.
             10 xCtContract.
                15 xCtArtist      PIC X(20).
                15 xCtAlbum       PIC X(25).
                15 xCtVendor      PIC X(4).
                15 nCtRatePct     PIC 99V99.
                15 nCtBasePrice   PIC 9(3)V99.
                15 nCtAdvance     PIC 9(7)V99.
                15 nCtReservePct  PIC 99V99.
                15 nCtReserveHeld PIC 9(7)V99.
                15 xCtLastQtr     PIC X(6).
             10 nCtUnits       PIC 9(8).
             10 nCtEarned      PIC 9(7)V99.
             10 nCtReserve     PIC 9(7)V99.
             10 nCtRecoup      PIC 9(7)V99.
             10 nCtPayable     PIC 9(7)V99.
             10 xCtState       PIC X. *> S statemented this run,
                *> A already statemented for the quarter

       01 xNoContractTable. *> albums that sold with no contract
          05 xNoConElement OCCURS 50 TIMES.
             10 xNcArtist      PIC X(20).
             10 xNcAlbum       PIC X(25).
             10 nNcUnits       PIC 9(8).

       01 xVenTable.
          05 xVenElement OCCURS 500 TIMES.
             10 xVenCodeTbl   PIC X(4).
             10 nVenNetTbl    PIC 9(3).
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
             10 nInvAmtTbl    PIC 9(7)V99.
             10 nInvDiscTbl   PIC 9(5)V99.
             10 xInvGlAcctTbl PIC X(6).
             10 xInvStatTbl   PIC X.
             10 nInvCheckTbl  PIC 9(6).
             10 nInvPaidTbl   PIC 9(8).
             10 nInvTakenTbl  PIC 9(5)V99.
             10 xInvByTbl     PIC X(8).
             10 xInvDescTbl   PIC X(20).

       01 xStmtHeading.
          05 FILLER        PIC X(18) VALUE 'ROYALTY STATEMENT '.
          05 xeStArtist    PIC X(20).
          05 FILLER        PIC X(9)  VALUE ' QUARTER '.
          05 xeStQuarter   PIC X(6).
          05 FILLER        PIC X(8)  VALUE ' VENDOR '.
          05 xeStVendor    PIC X(4).
          05 FILLER        PIC X(9)  VALUE '  ISSUED '.
          05 xeStDate      PIC 9999/99/99.

       01 xStmtColumns.
          05 FILLER        PIC X(26) VALUE 'ALBUM'.
          05 FILLER        PIC X(8)  VALUE '   UNITS'.
          05 FILLER        PIC X(11) VALUE '     EARNED'.
          05 FILLER        PIC X(10) VALUE '   RESERVE'.
          05 FILLER        PIC X(10) VALUE '  RELEASED'.
          05 FILLER        PIC X(11) VALUE '   RECOUPED'.
          05 FILLER        PIC X(11) VALUE '    PAYABLE'.
          05 FILLER        PIC X(13) VALUE '  ADVANCE DUE'.

       01 xStmtDetail.
          05 xeDtAlbum     PIC X(25).
          05 FILLER        PIC X     VALUE SPACE.
          05 neDtUnits     PIC ZZZ,ZZ9.
          05 FILLER        PIC X     VALUE SPACE.
          05 neDtEarned    PIC ZZZ,ZZ9.99.
          05 FILLER        PIC X     VALUE SPACE.
          05 neDtReserve   PIC ZZ,ZZ9.99.
          05 FILLER        PIC X     VALUE SPACE.
          05 neDtReleased  PIC ZZ,ZZ9.99.
          05 FILLER        PIC X     VALUE SPACE.
          05 neDtRecoup    PIC ZZZ,ZZ9.99.
          05 FILLER        PIC X     VALUE SPACE.
          05 neDtPayable   PIC ZZZ,ZZ9.99.
          05 FILLER        PIC X     VALUE SPACE.
          05 neDtAdvance   PIC Z,ZZZ,ZZ9.99.

       01 xStmtTotals. *> same columns, added across the artist
          05 nStUnits      PIC 9(8).
          05 nStEarned     PIC 9(7)V99.
          05 nStReserve    PIC 9(7)V99.
          05 nStReleased   PIC 9(7)V99.
          05 nStRecoup     PIC 9(7)V99.
          05 nStPayable    PIC 9(7)V99.
          05 nStAdvance    PIC 9(7)V99.

       01 xNoConDetail.
          05 FILLER        PIC X(12) VALUE 'NO CONTRACT '.
          05 xeNcArtist    PIC X(20).
          05 FILLER        PIC X     VALUE SPACE.
          05 xeNcAlbum     PIC X(25).
          05 FILLER        PIC X     VALUE SPACE.
          05 neNcUnits     PIC ZZZ,ZZ9.
          05 FILLER        PIC X(6)  VALUE ' UNITS'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-READ-ARCHIVE VARYING nDayInt
              FROM nDayInt BY 1 UNTIL nDayInt > nEndInt.
           PERFORM 300-STATEMENTS.
           PERFORM 400-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE 'RoyaltyContracts.txt' TO xContractFileName.
           ACCEPT xContractFileName FROM ENVIRONMENT
              'ROYALTY_CONTRACT_FILE'
              ON EXCEPTION
                 MOVE 'RoyaltyContracts.txt' TO xContractFileName
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
           PERFORM 110-SET-QUARTER.
      *> the contracts are rewritten at the end - hold them so a
      *> second run cannot statement the same quarter alongside
           MOVE 'X' TO xLockMode.
           CALL "acquireFileLock" USING xContractFileName xLockMode
              xLockResult.
           IF xLockResult NOT = 'Y'
              DISPLAY 'ROYALTY CONTRACTS ARE LOCKED BY ANOTHER '
                 'PROGRAM - RUN REFUSED.'
              MOVE "refused - contracts locked" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName
                 xAuditEventEnd xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
      *> APInvoices.txt is loaded whole and rewritten at the end -
      *> AP-INVOICE, AP-PAYRUN and FRUIT-MATCH do the same, so
      *> whoever holds its lock has the file to itself
           CALL "acquireFileLock" USING xInvFileName xLockMode
              xLockResult.
           IF xLockResult NOT = 'Y'
              DISPLAY 'AP INVOICE FILE IS LOCKED BY ANOTHER '
                 'PROGRAM - RUN REFUSED.'
              CALL "releaseFileLock" USING xContractFileName
                 xLockMode xLockResult
              MOVE "refused - AP invoices locked" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName
                 xAuditEventEnd xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           PERFORM 120-LOAD-CONTRACTS.
           PERFORM 130-LOAD-VENDORS.
           PERFORM 140-LOAD-INVOICES.
           COMPUTE nDayInt = FUNCTION INTEGER-OF-DATE(nQtrStart).
           COMPUTE nEndInt = FUNCTION INTEGER-OF-DATE(nQtrEnd).

       110-SET-QUARTER.
           ACCEPT xQuarter FROM ENVIRONMENT 'ROYALTY_QUARTER'
              ON EXCEPTION MOVE SPACES TO xQuarter
           END-ACCEPT.
           MOVE FUNCTION UPPER-CASE(xQuarter) TO xQuarter.
           IF xQuarter(1:4) IS NUMERIC AND xQuarter(5:1) = 'Q'
              AND xQuarter(6:1) >= '1' AND xQuarter(6:1) <= '4'
              MOVE xQuarter(1:4) TO nQtrYear
              MOVE xQuarter(6:1) TO nQtrNo
           ELSE
              IF xQuarter NOT = SPACES
                 DISPLAY 'ROYALTY_QUARTER MUST BE YYYYQn - THE '
                    'LAST WHOLE QUARTER IS STATEMENTED'
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
           MOVE SPACES TO xCurInvNum.
           STRING 'ROYALTY ' DELIMITED BY SIZE
              xQuarter DELIMITED BY SIZE
              INTO xCurInvNum
           END-STRING.

       120-LOAD-CONTRACTS.
           OPEN INPUT CONTRACTFILE.
           IF xContractStatus NOT = '00'
              DISPLAY 'NO ROYALTY CONTRACTS ('
                 FUNCTION TRIM(xContractFileName) ') - NOTHING TO '
                 'STATEMENT.'
              CALL "releaseFileLock" USING xContractFileName
                 xLockMode xLockResult
              CALL "releaseFileLock" USING xInvFileName
                 xLockMode xLockResult
              MOVE "aborted - no contract file" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName
                 xAuditEventEnd xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           PERFORM 121-READ-CONTRACT UNTIL xEOF = 'y'.
           CLOSE CONTRACTFILE.
           MOVE 'n' TO xEOF.
      *> artist order, so each artist's albums are one statement
           IF nContractCnt > 1
              SORT xContractElement ON ASCENDING KEY xCtArtist
                 xCtAlbum
           END-IF.

       121-READ-CONTRACT.
           READ CONTRACTFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nContractCnt < 200
                   ADD 1 TO nContractCnt
                   MOVE xContractRecord TO xCtContract(nContractCnt)
                   IF nCtRatePct(nContractCnt) NOT NUMERIC
                      OR nCtBasePrice(nContractCnt) NOT NUMERIC
                      OR nCtAdvance(nContractCnt) NOT NUMERIC
                      OR nCtReservePct(nContractCnt) NOT NUMERIC
                      OR nCtReserveHeld(nContractCnt) NOT NUMERIC
                      DISPLAY 'CONTRACT ' xRcArtist ' ' xRcAlbum
                         ' HAS A BAD AMOUNT - FIX BEFORE THE RUN'
                      CALL "releaseFileLock" USING xContractFileName
                         xLockMode xLockResult
                      CALL "releaseFileLock" USING xInvFileName
                         xLockMode xLockResult
                      MOVE "aborted - bad contract amount"
                         TO xAuditDetail
                      CALL "writeAuditLog" USING xAuditProgName
                         xAuditEventEnd xAuditDetail
                      MOVE "FAILED" TO xEojCode
                      CALL "writeEndOfJob" USING xAuditProgName
                         xEojCode xAuditDetail
                      STOP RUN
                   END-IF
                   MOVE 0 TO nCtUnits(nContractCnt)
                   MOVE 0 TO nCtEarned(nContractCnt)
                   MOVE 0 TO nCtReserve(nContractCnt)
                   MOVE 0 TO nCtRecoup(nContractCnt)
                   MOVE 0 TO nCtPayable(nContractCnt)
                   MOVE SPACE TO xCtState(nContractCnt)
                ELSE
                   DISPLAY 'CONTRACT TABLE FULL - RUN REFUSED'
                   CALL "releaseFileLock" USING xContractFileName
                      xLockMode xLockResult
                   CALL "releaseFileLock" USING xInvFileName
                      xLockMode xLockResult
                   MOVE "aborted - contract table full"
                      TO xAuditDetail
                   CALL "writeAuditLog" USING xAuditProgName
                      xAuditEventEnd xAuditDetail
                   MOVE "FAILED" TO xEojCode
                   CALL "writeEndOfJob" USING xAuditProgName
                      xEojCode xAuditDetail
                   STOP RUN
                END-IF,
           END-READ.

       130-LOAD-VENDORS.
           OPEN INPUT VENFILE.
           IF xVenStatus = '00'
              PERFORM 131-READ-VENDOR UNTIL xEOF = 'y'
           ELSE
              DISPLAY 'NO AP VENDOR MASTER - NOTHING CAN GO TO AP'
           END-IF.
           CLOSE VENFILE.
           MOVE 'n' TO xEOF.

       131-READ-VENDOR.
           READ VENFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nVenCnt < 500
                   ADD 1 TO nVenCnt
                   MOVE xVenCodeIn TO xVenCodeTbl(nVenCnt)
                   MOVE nVenNetDaysIn TO nVenNetTbl(nVenCnt)
                   MOVE xVenGlAcctIn TO xVenGlAcctTbl(nVenCnt)
                   MOVE xVenStatusIn TO xVenStatTbl(nVenCnt)
                END-IF,
           END-READ.

       140-LOAD-INVOICES. *> numbered on from the highest voucher,
          *> as AP-INVOICE numbers them
           OPEN INPUT INVFILE.
           IF xInvStatus = '00'
              PERFORM 141-READ-INVOICE UNTIL xEOF = 'y'
           END-IF.
           CLOSE INVFILE.
           MOVE 'n' TO xEOF.

       141-READ-INVOICE.
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
                   DISPLAY 'AP INVOICE TABLE FULL - RUN REFUSED'
                   CALL "releaseFileLock" USING xContractFileName
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

       200-READ-ARCHIVE. *> one archive per posting day, named for
          *> the day ALBUMS-POST ran
           COMPUTE nArchDate = FUNCTION DATE-OF-INTEGER(nDayInt).
           MOVE SPACES TO xArchFileName.
           STRING 'AlbumSales.' DELIMITED BY SIZE
              nArchDate DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO xArchFileName
              ON OVERFLOW CONTINUE
           END-STRING.
           MOVE 'n' TO xEOF.
           OPEN INPUT SALESARCH.
           IF xArchStatus = '00'
              ADD 1 TO nArchFound
              PERFORM 210-READ-SALE UNTIL xEOF = 'y'
              CLOSE SALESARCH
           END-IF.

       210-READ-SALE.
           READ SALESARCH
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nAsCopiesIn NUMERIC
                   ADD 1 TO nSalesRead
                   PERFORM 220-APPLY-SALE
                END-IF,
           END-READ.

       220-APPLY-SALE.
           PERFORM VARYING nContractSub FROM 1 BY 1
              UNTIL nContractSub > nContractCnt
              IF xCtArtist(nContractSub) = xAsArtistIn
                 AND xCtAlbum(nContractSub) = xAsAlbumIn
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nContractSub NOT > nContractCnt
              ADD nAsCopiesIn TO nCtUnits(nContractSub)
           ELSE
              PERFORM VARYING nNoConSub FROM 1 BY 1
                 UNTIL nNoConSub > nNoConCnt
                 IF xNcArtist(nNoConSub) = xAsArtistIn
                    AND xNcAlbum(nNoConSub) = xAsAlbumIn
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF nNoConSub > nNoConCnt AND nNoConCnt < 50
                 ADD 1 TO nNoConCnt
                 MOVE xAsArtistIn TO xNcArtist(nNoConCnt)
                 MOVE xAsAlbumIn TO xNcAlbum(nNoConCnt)
                 MOVE 0 TO nNcUnits(nNoConCnt)
              END-IF
              IF nNoConSub NOT > nNoConCnt
                 ADD nAsCopiesIn TO nNcUnits(nNoConSub)
              END-IF
           END-IF.

       300-STATEMENTS.
           OPEN OUTPUT STMTFILE.
           MOVE 1 TO nFirstSub.
           PERFORM 310-ONE-ARTIST UNTIL nFirstSub > nContractCnt.
           IF nNoConCnt > 0
              MOVE 'SOLD IN THE QUARTER WITH NO ROYALTY CONTRACT:'
                 TO xStmtLine
              WRITE xStmtLine BEFORE ADVANCING 1 LINE
              DISPLAY 'SOLD IN THE QUARTER WITH NO ROYALTY CONTRACT:'
              PERFORM 390-NO-CONTRACT-LINE VARYING nNoConSub
                 FROM 1 BY 1 UNTIL nNoConSub > nNoConCnt
              MOVE "WARNING" TO xEojCode
           END-IF.
           CLOSE STMTFILE.

       310-ONE-ARTIST. *> the artist's contracts run nFirstSub
          *> through nLastSub
           ADD 1 TO nArtistCnt.
           MOVE xCtArtist(nFirstSub) TO xCurArtist.
           MOVE xCtVendor(nFirstSub) TO xCurVendor.
           MOVE SPACES TO xArtistWhy.
           MOVE nFirstSub TO nLastSub.
           PERFORM UNTIL nLastSub >= nContractCnt
              OR xCtArtist(nLastSub + 1) NOT = xCurArtist
              ADD 1 TO nLastSub
              IF xCtVendor(nLastSub) NOT = xCurVendor
                 MOVE 'CONTRACTS NAME TWO VENDORS' TO xArtistWhy
              END-IF
           END-PERFORM.
           INITIALIZE xStmtTotals.
           MOVE 0 TO nArtistPayable.
           PERFORM 320-PRICE-CONTRACT VARYING nContractSub
              FROM nFirstSub BY 1 UNTIL nContractSub > nLastSub.
           PERFORM VARYING nVenSub FROM 1 BY 1
              UNTIL nVenSub > nVenCnt
              OR xVenCodeTbl(nVenSub) = xCurVendor
              CONTINUE
           END-PERFORM.
           PERFORM VARYING nInvSub FROM 1 BY 1
              UNTIL nInvSub > nInvCnt
              OR (xInvVendTbl(nInvSub) = xCurVendor
              AND xInvNumTbl(nInvSub) = xCurInvNum)
              CONTINUE
           END-PERFORM.
           IF xArtistWhy = SPACES AND nArtistPayable > 0
              EVALUATE TRUE
                 WHEN nVenSub > nVenCnt
                    MOVE 'NOT AN AP VENDOR' TO xArtistWhy
                 WHEN xVenStatTbl(nVenSub) = 'I'
                    MOVE 'AP VENDOR INACTIVE' TO xArtistWhy
                 WHEN nInvSub NOT > nInvCnt
                    MOVE 'QUARTER ALREADY ON AP' TO xArtistWhy
                 WHEN nInvCnt >= 3000
                    MOVE 'AP INVOICE FILE FULL' TO xArtistWhy
              END-EVALUATE
           END-IF.
           PERFORM 340-WRITE-STATEMENT.
           COMPUTE nFirstSub = nLastSub + 1.

       320-PRICE-CONTRACT. *> earned less the new reserve plus the
          *> old one released, recouping the advance first
           IF xCtLastQtr(nContractSub) NOT = SPACES
              AND xCtLastQtr(nContractSub) NOT < xQuarter
              MOVE 'A' TO xCtState(nContractSub)
           ELSE
              MOVE 'S' TO xCtState(nContractSub)
              COMPUTE nCtEarned(nContractSub) ROUNDED =
                 nCtUnits(nContractSub) * nCtBasePrice(nContractSub)
                 * nCtRatePct(nContractSub) / 100
              COMPUTE nCtReserve(nContractSub) ROUNDED =
                 nCtEarned(nContractSub) * nCtReservePct(nContractSub)
                 / 100
              COMPUTE nAvailable = nCtEarned(nContractSub)
                 - nCtReserve(nContractSub)
                 + nCtReserveHeld(nContractSub)
              IF nAvailable > nCtAdvance(nContractSub)
                 MOVE nCtAdvance(nContractSub)
                    TO nCtRecoup(nContractSub)
              ELSE
                 MOVE nAvailable TO nCtRecoup(nContractSub)
              END-IF
              COMPUTE nCtPayable(nContractSub) =
                 nAvailable - nCtRecoup(nContractSub)
              ADD nCtPayable(nContractSub) TO nArtistPayable
           END-IF.

       330-COMMIT-ARTIST. *> the statement stands - roll the contract
          *> forward to the new advance and reserve balances
           PERFORM VARYING nContractSub FROM nFirstSub BY 1
              UNTIL nContractSub > nLastSub
              IF xCtState(nContractSub) = 'S'
                 SUBTRACT nCtRecoup(nContractSub)
                    FROM nCtAdvance(nContractSub)
                 MOVE nCtReserve(nContractSub)
                    TO nCtReserveHeld(nContractSub)
                 MOVE xQuarter TO xCtLastQtr(nContractSub)
              END-IF
           END-PERFORM.

       340-WRITE-STATEMENT.
           MOVE xCurArtist TO xeStArtist.
           MOVE xQuarter TO xeStQuarter.
           MOVE xCurVendor TO xeStVendor.
           MOVE nRunDate TO xeStDate.
           MOVE xStmtHeading TO xStmtLine.
           WRITE xStmtLine BEFORE ADVANCING 1 LINE.
           MOVE xStmtColumns TO xStmtLine.
           WRITE xStmtLine BEFORE ADVANCING 1 LINE.
           PERFORM 350-ALBUM-LINE VARYING nContractSub
              FROM nFirstSub BY 1 UNTIL nContractSub > nLastSub.
           MOVE 'TOTAL' TO xeDtAlbum.
           MOVE nStUnits TO neDtUnits.
           MOVE nStEarned TO neDtEarned.
           MOVE nStReserve TO neDtReserve.
           MOVE nStReleased TO neDtReleased.
           MOVE nStRecoup TO neDtRecoup.
           MOVE nStPayable TO neDtPayable.
           MOVE nStAdvance TO neDtAdvance.
           MOVE xStmtDetail TO xStmtLine.
           WRITE xStmtLine BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xStmtLine.
           EVALUATE TRUE
              WHEN xArtistWhy NOT = SPACES
                 ADD 1 TO nHeldCnt
                 MOVE "WARNING" TO xEojCode
                 STRING 'NOT SENT TO AP - ' DELIMITED BY SIZE
                    xArtistWhy DELIMITED BY '  '
                    ' - CONTRACTS LEFT FOR THE NEXT RUN'
                    DELIMITED BY SIZE
                    INTO xStmtLine
                 END-STRING
                 DISPLAY xCurArtist ' NOT SENT TO AP - ' xArtistWhy
              WHEN nArtistPayable > 0
                 PERFORM 360-ADD-AP-INVOICE
                 PERFORM 330-COMMIT-ARTIST
                 STRING 'PAYABLE ON AP UNDER VOUCHER '
                    DELIMITED BY SIZE
                    nNextVoucher DELIMITED BY SIZE
                    ', DUE ' DELIMITED BY SIZE
                    nDueDate DELIMITED BY SIZE
                    INTO xStmtLine
                 END-STRING
              WHEN nStUnits = 0 AND nStReleased = 0
                 AND nStEarned = 0
                 PERFORM 330-COMMIT-ARTIST
                 MOVE 'NO SALES THIS QUARTER - NOTHING PAYABLE'
                    TO xStmtLine
                 PERFORM 345-COUNT-DONE
              WHEN OTHER
                 PERFORM 330-COMMIT-ARTIST
                 MOVE 'NOTHING PAYABLE - EARNINGS APPLIED TO THE '
                    & 'ADVANCE' TO xStmtLine
                 PERFORM 345-COUNT-DONE
           END-EVALUATE.
           WRITE xStmtLine BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xStmtLine.
           WRITE xStmtLine BEFORE ADVANCING 1 LINE.

       345-COUNT-DONE. *> everything already statemented is not a
          *> new statement
           PERFORM VARYING nContractSub FROM nFirstSub BY 1
              UNTIL nContractSub > nLastSub
              OR xCtState(nContractSub) = 'S'
              CONTINUE
           END-PERFORM.
           IF nContractSub > nLastSub
              ADD 1 TO nDoneCnt
              MOVE 'ALREADY STATEMENTED FOR THE QUARTER' TO xStmtLine
           END-IF.

       350-ALBUM-LINE.
           MOVE xCtAlbum(nContractSub) TO xeDtAlbum.
           IF xCtState(nContractSub) = 'A'
              MOVE 0 TO neDtUnits, neDtEarned, neDtReserve,
                 neDtReleased, neDtRecoup, neDtPayable
              MOVE nCtAdvance(nContractSub) TO neDtAdvance
              MOVE xStmtDetail TO xStmtLine
              MOVE 'ALREADY STATEMENTED' TO xStmtLine(27:19)
           ELSE
              MOVE nCtUnits(nContractSub) TO neDtUnits
              MOVE nCtEarned(nContractSub) TO neDtEarned
              MOVE nCtReserve(nContractSub) TO neDtReserve
              MOVE nCtReserveHeld(nContractSub) TO neDtReleased
              MOVE nCtRecoup(nContractSub) TO neDtRecoup
              MOVE nCtPayable(nContractSub) TO neDtPayable
              COMPUTE neDtAdvance = nCtAdvance(nContractSub)
                 - nCtRecoup(nContractSub)
              ADD nCtUnits(nContractSub) TO nStUnits
              ADD nCtEarned(nContractSub) TO nStEarned
              ADD nCtReserve(nContractSub) TO nStReserve
              ADD nCtReserveHeld(nContractSub) TO nStReleased
              ADD nCtRecoup(nContractSub) TO nStRecoup
              ADD nCtPayable(nContractSub) TO nStPayable
              MOVE xStmtDetail TO xStmtLine
           END-IF.
           COMPUTE nStAdvance = nStAdvance + nCtAdvance(nContractSub)
              - nCtRecoup(nContractSub).
           WRITE xStmtLine BEFORE ADVANCING 1 LINE.

       360-ADD-AP-INVOICE. *> due on the vendor's terms, charged to
          *> its default account; royalties take no early discount
           ADD 1 TO nNextVoucher.
           ADD 1 TO nPaidCnt.
           ADD nArtistPayable TO nTotPayable.
           COMPUTE nDueDate = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(nRunDate)
              + nVenNetTbl(nVenSub)).
           ADD 1 TO nInvCnt.
           MOVE SPACES TO xInvElement(nInvCnt).
           MOVE nNextVoucher TO nInvVouchTbl(nInvCnt).
           MOVE xCurVendor TO xInvVendTbl(nInvCnt).
           MOVE xCurInvNum TO xInvNumTbl(nInvCnt).
           MOVE nRunDate TO nInvDateTbl(nInvCnt).
           MOVE nDueDate TO nInvDueTbl(nInvCnt).
           MOVE 0 TO nInvDiscDtTbl(nInvCnt).
           MOVE nArtistPayable TO nInvAmtTbl(nInvCnt).
           MOVE 0 TO nInvDiscTbl(nInvCnt).
           MOVE xVenGlAcctTbl(nVenSub) TO xInvGlAcctTbl(nInvCnt).
           MOVE 'O' TO xInvStatTbl(nInvCnt).
           MOVE 0 TO nInvCheckTbl(nInvCnt).
           MOVE 0 TO nInvPaidTbl(nInvCnt).
           MOVE 0 TO nInvTakenTbl(nInvCnt).
           MOVE 'ROYALTY' TO xInvByTbl(nInvCnt).
           MOVE SPACES TO xInvDescTbl(nInvCnt).
           STRING 'ROYALTIES ' DELIMITED BY SIZE
              xQuarter DELIMITED BY SIZE
              INTO xInvDescTbl(nInvCnt)
           END-STRING.
           MOVE nArtistPayable TO neAmount.
           DISPLAY xCurArtist ' VOUCHER ' nNextVoucher ' '
              neAmount ' PAYABLE'.

       390-NO-CONTRACT-LINE.
           MOVE xNcArtist(nNoConSub) TO xeNcArtist.
           MOVE xNcAlbum(nNoConSub) TO xeNcAlbum.
           MOVE nNcUnits(nNoConSub) TO neNcUnits.
           MOVE xNoConDetail TO xStmtLine.
           WRITE xStmtLine BEFORE ADVANCING 1 LINE.
           DISPLAY xNoConDetail.

       400-TERMINATION.
           IF nPaidCnt > 0
              OPEN OUTPUT INVFILE
              PERFORM VARYING nInvSub FROM 1 BY 1
                 UNTIL nInvSub > nInvCnt
                 MOVE xInvElement(nInvSub) TO xInvRecord
                 WRITE xInvRecord
              END-PERFORM
              CLOSE INVFILE
           END-IF.
           OPEN OUTPUT CONTRACTFILE.
           PERFORM VARYING nContractSub FROM 1 BY 1
              UNTIL nContractSub > nContractCnt
              MOVE xCtContract(nContractSub) TO xContractRecord
              WRITE xContractRecord
           END-PERFORM.
           CLOSE CONTRACTFILE.
           CALL "releaseFileLock" USING xContractFileName xLockMode
              xLockResult.
           CALL "releaseFileLock" USING xInvFileName xLockMode
              xLockResult.
           IF nArchFound = 0
              DISPLAY 'NO SALES ARCHIVES DATED IN ' xQuarter
              MOVE "WARNING" TO xEojCode
           END-IF.
           MOVE nTotPayable TO neTotPayable.
           DISPLAY 'QUARTER ' xQuarter ': ' nArchFound ' ARCHIVES, '
              nSalesRead ' SALES LINES, ' nArtistCnt ' ARTISTS - '
              nPaidCnt ' TO AP FOR ' neTotPayable ', ' nHeldCnt
              ' HELD'.
           STRING "quarter=" DELIMITED BY SIZE
              xQuarter DELIMITED BY SIZE
              " artists=" DELIMITED BY SIZE
              nArtistCnt DELIMITED BY SIZE
              " toap=" DELIMITED BY SIZE
              nPaidCnt DELIMITED BY SIZE
              " held=" DELIMITED BY SIZE
              nHeldCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
