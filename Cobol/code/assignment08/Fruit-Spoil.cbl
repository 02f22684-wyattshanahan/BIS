      *> see is unspoiled stock only - and a write-off register
      *> shows each lot with its value at the supplier's unit cost.
      *> This is where the shrinkage number stops being unexplained.
      *> The write-off goes to the ledger on a GL extract - debit the
      *> shrink expense, credit inventory, accounts off
      *> FruitGLAccounts.txt - queued on GLBatches.ctl for GL-POST.
      *> Every lot written off is also kept on FruitSpoilHistory.txt
      *> by its receiving date, so the supplier scorecard can trace
      *> the spoilage back to the truck it came in on.

       environment division.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGFILE ASSIGN TO "Fruit-spoilage.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPOILHIST ASSIGN TO "FruitSpoilHistory.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xSpoilHistStatus.
           SELECT OPTIONAL GLACCTFILE ASSIGN TO DYNAMIC
              xGlAcctFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGlAcctStatus.
           SELECT GLEXTFILE ASSIGN TO DYNAMIC xGlExtFileName
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REGFILE.
       01 xRegLine      PIC X(90).

       FD SPOILHIST. *> every lot written off, appended run after run
       01 xSpoilHistRecord.
          05 nShWriteOffDate PIC 9(8).
          05 xShFruit        PIC X(14).
          05 nShLotDate      PIC 9(8). *> the lot's receiving date
          05 nShQty          PIC 999.

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
       77 xNewFileName   PIC X(100).
       77 xFruitStatus   PIC xx.
       77 xLotStatus     PIC xx.
       77 xSpoilHistStatus PIC xx.
       77 xSuppStatus    PIC xx.
       77 xEOF           PIC x     VALUE 'n'.
       77 nFruitCnt      PIC 999   VALUE 0.
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
           COPY "rundate-ws.cbl".

       01 xFruitTable.
           PERFORM 110-LOAD-FRUIT.
           PERFORM 120-LOAD-LOTS.
           PERFORM 130-LOAD-SUPPLIER-COSTS.
           MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName.
           ACCEPT xGlAcctFileName FROM ENVIRONMENT
              'FRUIT_GL_ACCOUNT_FILE'
              ON EXCEPTION
                 MOVE 'FruitGLAccounts.txt' TO xGlAcctFileName
           END-ACCEPT.
           PERFORM 140-LOAD-GL-ACCOUNTS.
           OPEN OUTPUT REGFILE.
           OPEN EXTEND SPOILHIST.
           IF xSpoilHistStatus NOT = '00'
              OPEN OUTPUT SPOILHIST
           END-IF.
           MOVE nRunDate TO neRegDate.
           MOVE xRegHeading TO xRegLine.
           WRITE xRegLine BEFORE ADVANCING 1 LINE.
                END-IF,
           END-READ.

       140-LOAD-GL-ACCOUNTS.
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

       200-SWEEP-LOTS. *> a lot past its fruit's shelf life writes
          *> off - lot dropped, master stock reduced, register line
           PERFORM 210-FIND-FRUIT.
           MOVE xRegDetail TO xRegLine.
           WRITE xRegLine BEFORE ADVANCING 1 LINE.
           DISPLAY xRegDetail.
           MOVE nRunDate TO nShWriteOffDate.
           MOVE xLotFruitTbl(nLotSub) TO xShFruit.
           MOVE nLotDateTbl(nLotSub) TO nShLotDate.
           MOVE nLotQtyTbl(nLotSub) TO nShQty.
           WRITE xSpoilHistRecord.

       300-TERMINATION.
           MOVE nSpoiledLots TO neTotLots.
           MOVE xRegTotal TO xRegLine.
           WRITE xRegLine BEFORE ADVANCING 1 LINE.
           CLOSE REGFILE.
           CLOSE SPOILHIST.
           IF nSpoiledLots > 0
              PERFORM 310-WRITE-NEW-FRUIT
              PERFORM 320-ADVANCE-LIVE
              PERFORM 330-SAVE-LOTS
              PERFORM 340-WRITE-GL-EXTRACT
           ELSE
              DISPLAY 'NOTHING SPOILED - INVENTORY LEFT UNTOUCHED.'
           END-IF.
              END-IF
           END-PERFORM.
           CLOSE LOTFILE.

       340-WRITE-GL-EXTRACT. *> one balanced batch per run - the
          *> spoiled stock's cost moves out of inventory into the
          *> shrink expense - named fresh for the day and queued for
          *> GL-POST
           IF nSpoiledValue > 0
              AND xGlInvAcct NOT = SPACES AND xGlShrinkAcct NOT = SPACES
              MOVE 'Fruit-spoil-glext' TO xGlExtFileName
              MOVE 'N' TO xGlqMode
              CALL "glQueueBatch" USING xGlqMode xGlExtFileName
                 nRunDate
              IF xGlExtFileName = SPACES
                 DISPLAY 'NO FREE GL EXTRACT NAME FOR TODAY - '
                    'SPOILAGE NOT SENT TO THE LEDGER'
                 MOVE "WARNING" TO xEojCode
              ELSE
                 OPEN OUTPUT GLEXTFILE
                 MOVE 0 TO nGlDeptOut
                 MOVE SPACES TO xGlJobOut
                 MOVE nSpoiledValue TO nGlAmtOut
                 MOVE xGlShrinkAcct TO xGlAcctOut
                 MOVE 'D' TO xGlDrCrOut
                 MOVE 'FRUIT SPOILAGE' TO xGlDescOut
                 WRITE xGlExtRecord
                 MOVE xGlInvAcct TO xGlAcctOut
                 MOVE 'C' TO xGlDrCrOut
                 MOVE 'FRUIT WRITE-OFF' TO xGlDescOut
                 WRITE xGlExtRecord
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
                 MOVE nSpoiledValue TO neGlValue
                 DISPLAY 'SPOILAGE AT COST ' neGlValue ' QUEUED TO '
                    'THE LEDGER ON ' FUNCTION TRIM(xGlExtFileName)
              END-IF
           END-IF.
