      *>   - every deduction, garnishment, and rate-change record
      *>     whose employee has no master record or an inactive one
      *>     (PAYROLL-01 quietly skips these today - a terminated
      *>     employee's 401k deduction just stops existing), and
      *>     every deduction with a tax class other than blank/P/S
      *>   - every garnishment with no payee, or a payee missing
      *>     from GarnPayees.txt - PAYROLL-GARNREMIT holds those
      *>   - every department in use on the master with no
      *>     GLAccounts.txt row, which silently skips GL posting
      *> Findings print and land in Payroll-xrefchk.txt; any finding
           SELECT GARNFILE ASSIGN TO DYNAMIC xGarnFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGarnStatus.
           SELECT OPTIONAL PAYEEFILE ASSIGN TO DYNAMIC xPayeeFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xPayeeStatus.
           SELECT RATECHGFILE ASSIGN TO DYNAMIC xRateChgFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRateChgStatus.
          05 nMstVacBal     PIC 9(3)v99.
          05 nMstSickBal    PIC 9(3)v99.
          05 xMstPayGroup   PIC x.
          05 nMstSepDate    PIC 9(8).
          05 xMstSepReason  PIC xx.
          05 nMstYtdTaxWage PIC 9(7)v99.
          05 nMstYtdFicaWage PIC 9(7)v99.
          05 nMstYtdDefer    PIC 9(6)v99.
          05 nMstYtdMatch    PIC 9(6)v99.

       FD DEDUCTFILE.
       01 xDeductRecord.
          05 xDedTypeIn     PIC x.
          05 nDedAmtIn      PIC 9(4)v99.
          05 xDedActiveIn   PIC x.
          05 xDedTaxClassIn PIC x. *> blank after tax, P or S pre-tax
          05 xDedSuppIn     PIC x. *> Y also on supplemental checks

       FD GARNFILE.
       01 xGarnRecord.
          05 nGarnPriorityIn  PIC 9.
          05 nGarnPerPeriodIn PIC 9(4)v99.
          05 nGarnBalanceIn   PIC 9(6)v99.
          05 xGarnPayeeIn     PIC x(6).

       FD PAYEEFILE. *> garnishment payee reference - only the id
          *> matters here
       01 xPayeeRecord.
          05 xPyeIdIn       PIC x(6).
          05 FILLER         PIC x(142).

       FD RATECHGFILE.
       01 xRateChgRecord.
       77 xDeductFileName  PIC X(100).
       77 xGarnFileName    PIC X(100).
       77 xRateChgFileName PIC X(100).
       77 xPayeeFileName   PIC X(100).
       77 xGlaFileName     PIC X(100).
       77 xMstFileStatus   PIC XX.
       77 xDeductStatus    PIC XX.
       77 xGarnStatus      PIC XX.
       77 xRateChgStatus   PIC XX.
       77 xPayeeStatus     PIC XX.
       77 xGlaStatus       PIC XX.
       77 xEOF             PIC X   VALUE 'n'.
       77 nMstCnt          PIC 9(5) VALUE 0.
       77 nCheckEmpl       PIC 9999 VALUE 0.
       77 nOrphanCnt       PIC 999 VALUE 0.
       77 nDeptSub         PIC 9   VALUE 0.
       77 nPayeeCnt        PIC 999 VALUE 0.
       77 nPayeeSub        PIC 999 VALUE 0.
       77 xPayeeFound      PIC X   VALUE 'n'.
       77 xAuditDetail     PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "PAYROLL-XREFCHK".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       01 xDeptGlaTable. *> y when GLAccounts.txt covers the dept
          05 xDeptHasGla OCCURS 9 TIMES PIC x.

       01 xPayeeTable. *> ids on the payee reference
          05 xPyeIdTbl OCCURS 200 TIMES PIC x(6).

       01 xFindingLine.
          05 xFindFile     PIC x(16).
          05 neFindEmpl    PIC 9999.
              ON EXCEPTION
                 MOVE "RateChanges.txt" TO xRateChgFileName
           END-ACCEPT.
           MOVE "GarnPayees.txt" TO xPayeeFileName.
           ACCEPT xPayeeFileName FROM ENVIRONMENT
              "PAYROLL_GARN_PAYEE_FILE"
              ON EXCEPTION
                 MOVE "GarnPayees.txt" TO xPayeeFileName
           END-ACCEPT.
           MOVE "GLAccounts.txt" TO xGlaFileName.
           ACCEPT xGlaFileName FROM ENVIRONMENT "GL_ACCOUNT_FILE"
              ON EXCEPTION
                      MOVE 'no master record' TO xFindReason
                   END-IF
                   PERFORM 160-WRITE-FINDING
                END-IF
      *> an unknown tax class is taken after tax by PAYROLL-01 -
      *> almost certainly not what the plan intended
                IF xDedTaxClassIn NOT = SPACE
                   AND xDedTaxClassIn NOT = 'P'
                   AND xDedTaxClassIn NOT = 'S'
                   MOVE 'DEDUCTION:      ' TO xFindFile
                   MOVE nDedEmplNumIn TO neFindEmpl
                   MOVE 'unknown tax class - taken after tax'
                      TO xFindReason
                   PERFORM 160-WRITE-FINDING
                END-IF
      *> anything but Y keeps the deduction off bonus checks
                IF xDedSuppIn NOT = SPACE AND xDedSuppIn NOT = 'Y'
                   MOVE 'DEDUCTION:      ' TO xFindFile
                   MOVE nDedEmplNumIn TO neFindEmpl
                   MOVE 'unknown supplemental flag - not taken'
                      TO xFindReason
                   PERFORM 160-WRITE-FINDING
                END-IF,
           END-READ.

       300-CHECK-GARNISHMENTS.
           MOVE 'n' TO xEOF.
           OPEN INPUT PAYEEFILE.
           IF xPayeeStatus = '00'
              PERFORM 320-READ-PAYEE UNTIL xEOF = 'y'
           END-IF.
           CLOSE PAYEEFILE.
           MOVE 'n' TO xEOF.
           OPEN INPUT GARNFILE.
           IF xGarnStatus = '00'
                      MOVE 'no master record' TO xFindReason
                   END-IF
                   PERFORM 160-WRITE-FINDING
                END-IF
      *> the withholding is taken either way, but the remittance
      *> run cannot send it anywhere
                PERFORM 330-FIND-PAYEE
                IF xPayeeFound = 'n'
                   MOVE 'GARNISHMENT:    ' TO xFindFile
                   MOVE nGarnEmplNumIn TO neFindEmpl
                   IF xGarnPayeeIn = SPACES
                      MOVE 'no payee - cannot be remitted'
                         TO xFindReason
                   ELSE
                      MOVE SPACES TO xFindReason
                      STRING 'payee ' DELIMITED BY SIZE
                         xGarnPayeeIn DELIMITED BY SPACE
                         ' not on payee reference' DELIMITED BY SIZE
                         INTO xFindReason
                         ON OVERFLOW CONTINUE
                      END-STRING
                   END-IF
                   PERFORM 160-WRITE-FINDING
                END-IF,
           END-READ.

       320-READ-PAYEE.
           READ PAYEEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nPayeeCnt < 200
                   ADD 1 TO nPayeeCnt
                   MOVE xPyeIdIn TO xPyeIdTbl(nPayeeCnt)
                END-IF,
           END-READ.

       330-FIND-PAYEE.
           MOVE 'n' TO xPayeeFound.
           IF xGarnPayeeIn NOT = SPACES
              PERFORM VARYING nPayeeSub FROM 1 BY 1
                 UNTIL nPayeeSub > nPayeeCnt
                 IF xPyeIdTbl(nPayeeSub) = xGarnPayeeIn
                    MOVE 'y' TO xPayeeFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       400-CHECK-RATE-CHANGES.
           MOVE 'n' TO xEOF.
           OPEN INPUT RATECHGFILE.
