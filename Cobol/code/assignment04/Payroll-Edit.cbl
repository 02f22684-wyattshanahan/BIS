      *> Suspense records an operator has repaired and flagged 'R'
      *> are pulled back through the same edits on the next run;
      *> records still flagged 'S' stay in suspense untouched.
      *> An off-cycle run keeps its own suspense file, so its
      *> rejects never mix with (or clear) the regular run's.

       environment division.
       INPUT-OUTPUT SECTION.
           SELECT ENTRYFILE ASSIGN TO DYNAMIC xEntryFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xEntryStatus.
           SELECT OPTIONAL SUSPFILE ASSIGN TO DYNAMIC xSuspFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xSuspStatus.
           SELECT TRANSOUT ASSIGN TO DYNAMIC xTransFileName
          05 nMstVacBal     PIC 9(3)v99.
          05 nMstSickBal    PIC 9(3)v99.
          05 xMstPayGroup   PIC x.
          05 nMstSepDate    PIC 9(8).
          05 xMstSepReason  PIC xx.
          05 nMstYtdTaxWage PIC 9(7)v99.
          05 nMstYtdFicaWage PIC 9(7)v99.
          05 nMstYtdDefer    PIC 9(6)v99.
          05 nMstYtdMatch    PIC 9(6)v99.

       FD ENTRYFILE. *> raw keyed/web entry, fields as X so a bad or
          *> short line never abends the edit itself
          05 xEntEmpl       PIC x(4).
          05 xEntHrs        PIC x(3).
          05 xEntType       PIC x. *> blank/R regular, A adj, V revsl,
             *> L vacation taken, K sick taken, H holiday,
             *> T termination (final pay), B supplemental earnings
          05 xEntSign       PIC x. *> - on a negative adjustment
          05 xEntJob        PIC x(4). *> job worked, blank = none
          05 xEntSepDate    PIC x(8). *> T only - last day worked
          05 xEntSepReason  PIC x(2). *> T only - VQ voluntary quit,
             *> IT involuntary, LO layoff, RT retirement, DE death
          05 xEntSuppAmt    PIC x(7). *> B only - amount, 2 decimals
             *> implied
          05 xEntSuppKind   PIC x. *> B only - B/blank bonus,
             *> C commission, M corrected-check reissue

       FD SUSPFILE.
       01 xSuspRecord.
          05 xSuspType      PIC x.
          05 xSuspSign      PIC x.
          05 xSuspJob       PIC x(4).
          05 xSuspSepDate   PIC x(8).
          05 xSuspSepReason PIC x(2).
          05 xSuspSuppAmt   PIC x(7).
          05 xSuspSuppKind  PIC x.

       FD TRANSOUT. *> the clean transaction file carries a header
          *> and trailer control record that PAYROLL-01 verifies at
          05 xTransType     PIC x.
          05 xTransSign     PIC x.
          05 xTransJob      PIC x(4).
          05 xTransSepDate  PIC x(8).
          05 xTransSepReason PIC x(2).
          05 nTransSuppAmt  PIC 9(5)v99.
          05 xTransSuppKind PIC x.

       FD HOLFILE. *> company holiday calendar - an H transaction is
          *> only believable when a holiday falls in the run month
       77 xTransFileName   PIC X(100).
       77 xEntryStatus     PIC xx.
       77 xSuspStatus      PIC xx.
       77 xSuspFileName    PIC X(100).
       77 xAuditDetail     PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "PAYROLL-EDIT".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xEditType        PIC x.
       77 xEditSign        PIC x.
       77 xEditJob         PIC x(4).
       77 xEditSepDate     PIC x(8).
       77 xEditSepReason   PIC x(2).
       77 xEditSuppAmt     PIC x(7).
       77 xEditSuppKind    PIC x.
       77 nEditSuppAmt     PIC 9(5)v99.
       77 xRunMode         PIC x     VALUE SPACE. *> O = off-cycle
       77 nEditSepDate     PIC 9(8).
       77 nEditEmplNum     PIC 9999.
       77 nEditHrsNum      PIC 999.
       77 xEditReason      PIC x(2).
             10 xSuspTypeTbl   PIC x.
             10 xSuspSignTbl   PIC x.
             10 xSuspJobTbl    PIC x(4).
             10 xSuspSepDateTbl PIC x(8).
             10 xSuspSepRsnTbl PIC x(2).
             10 xSuspSupAmtTbl PIC x(7).
             10 xSuspSupKndTbl PIC x.

       01 xSuspDetail. *> operator display per new suspense record
          05 FILLER         PIC x(10)  VALUE 'SUSPENDED '.
              ON EXCEPTION
                 MOVE "Payroll.transaction.txt" TO xTransFileName
           END-ACCEPT.
           MOVE "Payroll-edit-suspense.txt" TO xSuspFileName.
      *> off-cycle entries (bonuses, commissions, corrected checks)
      *> edit into their own transaction and suspense files for the
      *> off-cycle run
           ACCEPT xRunMode FROM ENVIRONMENT "PAYROLL_RUN_MODE"
              ON EXCEPTION MOVE SPACE TO xRunMode
           END-ACCEPT.
           IF xRunMode = 'O' OR xRunMode = 'o'
              MOVE "Payroll.offcycle-entry.txt" TO xEntryFileName
              ACCEPT xEntryFileName FROM ENVIRONMENT
                 "PAYROLL_OFFCYCLE_ENTRY"
                 ON EXCEPTION
                    MOVE "Payroll.offcycle-entry.txt" TO xEntryFileName
              END-ACCEPT
              MOVE "Payroll.offcycle.txt" TO xTransFileName
              ACCEPT xTransFileName FROM ENVIRONMENT
                 "PAYROLL_OFFCYCLE_FILE"
                 ON EXCEPTION
                    MOVE "Payroll.offcycle.txt" TO xTransFileName
              END-ACCEPT
              MOVE "Payroll-offcycle-suspense.txt" TO xSuspFileName
              ACCEPT xSuspFileName FROM ENVIRONMENT
                 "PAYROLL_OFFCYCLE_SUSPENSE"
                 ON EXCEPTION
                    MOVE "Payroll-offcycle-suspense.txt"
                       TO xSuspFileName
              END-ACCEPT
           END-IF.
           MOVE "Holidays.txt" TO xHolFileName.
           ACCEPT xHolFileName FROM ENVIRONMENT "PAYROLL_HOLIDAY_FILE"
              ON EXCEPTION
                   MOVE xSuspType   TO xSuspTypeTbl(nSuspLoadSub)
                   MOVE xSuspSign   TO xSuspSignTbl(nSuspLoadSub)
                   MOVE xSuspJob    TO xSuspJobTbl(nSuspLoadSub)
                   MOVE xSuspSepDate TO xSuspSepDateTbl(nSuspLoadSub)
                   MOVE xSuspSepReason TO xSuspSepRsnTbl(nSuspLoadSub)
                   MOVE xSuspSuppAmt TO xSuspSupAmtTbl(nSuspLoadSub)
                   MOVE xSuspSuppKind TO xSuspSupKndTbl(nSuspLoadSub)
                ELSE
                   DISPLAY 'SUSPENSE TABLE FULL - RECORD DROPPED'
                END-IF,
                MOVE xEntType TO xEditType
                MOVE xEntSign TO xEditSign
                MOVE xEntJob TO xEditJob
                MOVE xEntSepDate TO xEditSepDate
                MOVE xEntSepReason TO xEditSepReason
                MOVE xEntSuppAmt TO xEditSuppAmt
                MOVE xEntSuppKind TO xEditSuppKind
                PERFORM 210-EDIT-RECORD,
           END-READ.

                 MOVE 'HN' TO xEditReason
              ELSE
                 MOVE xEditHrs TO nEditHrsNum
      *> a termination may have no hours left to pay - the leave
      *> payout still has to go out on it; a supplemental amount
      *> carries no hours at all
                 IF (xEditType = 'T' OR xEditType = 'B')
                    AND nEditHrsNum = 0
                    CONTINUE
                 ELSE
                    MOVE 'Y' TO xFieldValid
                    COPY "field-validate.cbl" REPLACING
                       ==:VALID-FIELD:== BY ==nEditHrsNum==
                       ==:VALID-NAME:==  BY =='HOURS'==
                       ==:VALID-LOW:==   BY ==1==
                       ==:VALID-HIGH:==  BY ==nMaxWeekHrs==.
                    IF xFieldValid = 'N'
                       MOVE 'HR' TO xEditReason
                    END-IF
                 END-IF
              END-IF
           END-IF.
              IF xEditType NOT = SPACE AND xEditType NOT = 'R'
                 AND xEditType NOT = 'A' AND xEditType NOT = 'V'
                 AND xEditType NOT = 'L' AND xEditType NOT = 'K'
                 AND xEditType NOT = 'H' AND xEditType NOT = 'T'
                 AND xEditType NOT = 'B'
                 MOVE 'TY' TO xEditReason
              END-IF
           END-IF.
           IF xEditReason = SPACES AND xEditType = 'T'
              PERFORM 216-EDIT-SEPARATION
           END-IF.
           IF xEditReason = SPACES AND xEditType = 'B'
              PERFORM 217-EDIT-SUPPLEMENTAL
           END-IF.
           IF xEditReason = SPACES
              IF xEditType = 'H' AND xHolInMonth = 'n'
                 MOVE 'HD' TO xEditReason
                 MOVE 'y' TO xEmplOnMaster
           END-READ.

       216-EDIT-SEPARATION. *> a T carries the last day worked and
          *> why - the date can be no later than the run that pays it
           IF xEditSepDate NOT NUMERIC
              MOVE 'SD' TO xEditReason
           ELSE
              MOVE xEditSepDate TO nEditSepDate
              IF nEditSepDate > nRunDate
                    OR nEditSepDate(5:2) < '01'
                    OR nEditSepDate(5:2) > '12'
                    OR nEditSepDate(7:2) < '01'
                    OR nEditSepDate(7:2) > '31'
                 MOVE 'SD' TO xEditReason
              END-IF
           END-IF.
           IF xEditReason = SPACES
              IF xEditSepReason NOT = 'VQ' AND xEditSepReason NOT = 'IT'
                 AND xEditSepReason NOT = 'LO'
                 AND xEditSepReason NOT = 'RT'
                 AND xEditSepReason NOT = 'DE'
                 MOVE 'SR' TO xEditReason
              END-IF
           END-IF.

       217-EDIT-SUPPLEMENTAL. *> a B carries its gross as an amount
          *> and says what kind of pay it is - hours must be zero
           IF nEditHrsNum NOT = 0
              MOVE 'HR' TO xEditReason
           END-IF.
           IF xEditReason = SPACES
              IF xEditSuppAmt NOT NUMERIC
                 MOVE 'SA' TO xEditReason
              ELSE
                 MOVE xEditSuppAmt TO nEditSuppAmt
                 IF nEditSuppAmt = 0
                    MOVE 'SA' TO xEditReason
                 END-IF
              END-IF
           END-IF.
           IF xEditReason = SPACES
              IF xEditSuppKind = SPACE
                 MOVE 'B' TO xEditSuppKind
              END-IF
              IF xEditSuppKind NOT = 'B' AND xEditSuppKind NOT = 'C'
                 AND xEditSuppKind NOT = 'M'
                 MOVE 'SK' TO xEditReason
              END-IF
           END-IF.

       220-WRITE-CLEAN.
           MOVE nEditEmplNum TO nTransEmplNum.
           MOVE nEditHrsNum TO nTransEmpHrs.
           MOVE xEditType TO xTransType.
           MOVE xEditSign TO xTransSign.
           MOVE xEditJob TO xTransJob.
           IF xEditType = 'T'
              MOVE xEditSepDate TO xTransSepDate
              MOVE xEditSepReason TO xTransSepReason
           ELSE
              MOVE SPACES TO xTransSepDate
              MOVE SPACES TO xTransSepReason
           END-IF.
           IF xEditType = 'B'
              MOVE nEditSuppAmt TO nTransSuppAmt
              MOVE xEditSuppKind TO xTransSuppKind
           ELSE
              MOVE 0 TO nTransSuppAmt
              MOVE SPACE TO xTransSuppKind
           END-IF.
           WRITE xTransRecord.
           ADD 1 TO nCleanCnt.
           ADD nEditHrsNum TO nHashHours.
          *> on master, HN hours not numeric, HR hours out of range,
          *> TY unknown type, SG bad sign, HD holiday hours in a
          *> month with no holiday on the calendar, JB job code not
          *> numeric, SD termination with a missing, bad or future
          *> separation date, SR termination with an unknown reason,
          *> SA supplemental with a missing or zero amount, SK
          *> supplemental of an unknown kind
           IF nSuspLoadSub < 200
              ADD 1 TO nSuspLoadSub
              MOVE 'S' TO xSuspFlagTbl(nSuspLoadSub)
              MOVE xEditType TO xSuspTypeTbl(nSuspLoadSub)
              MOVE xEditSign TO xSuspSignTbl(nSuspLoadSub)
              MOVE xEditJob TO xSuspJobTbl(nSuspLoadSub)
              MOVE xEditSepDate TO xSuspSepDateTbl(nSuspLoadSub)
              MOVE xEditSepReason TO xSuspSepRsnTbl(nSuspLoadSub)
              MOVE xEditSuppAmt TO xSuspSupAmtTbl(nSuspLoadSub)
              MOVE xEditSuppKind TO xSuspSupKndTbl(nSuspLoadSub)
              ADD 1 TO nSuspCnt
              MOVE xEditEmpl TO xSuspDetEmpl
              MOVE xEditHrs TO xSuspDetHrs
              MOVE xSuspTypeTbl(nSuspProcSub) TO xEditType
              MOVE xSuspSignTbl(nSuspProcSub) TO xEditSign
              MOVE xSuspJobTbl(nSuspProcSub) TO xEditJob
              MOVE xSuspSepDateTbl(nSuspProcSub) TO xEditSepDate
              MOVE xSuspSepRsnTbl(nSuspProcSub) TO xEditSepReason
              MOVE xSuspSupAmtTbl(nSuspProcSub) TO xEditSuppAmt
              MOVE xSuspSupKndTbl(nSuspProcSub) TO xEditSuppKind
              MOVE SPACE TO xSuspFlagTbl(nSuspProcSub) *> consumed -
                 *> a clean pass leaves no trace, a failed pass
                 *> re-suspends it as a fresh entry
              MOVE xSuspTypeTbl(nSuspWriteSub)   TO xSuspType
              MOVE xSuspSignTbl(nSuspWriteSub)   TO xSuspSign
              MOVE xSuspJobTbl(nSuspWriteSub)    TO xSuspJob
              MOVE xSuspSepDateTbl(nSuspWriteSub) TO xSuspSepDate
              MOVE xSuspSepRsnTbl(nSuspWriteSub) TO xSuspSepReason
              MOVE xSuspSupAmtTbl(nSuspWriteSub) TO xSuspSuppAmt
              MOVE xSuspSupKndTbl(nSuspWriteSub) TO xSuspSuppKind
              WRITE xSuspRecord
              IF xSuspFlagTbl(nSuspWriteSub) = 'S'
                    OR xSuspFlagTbl(nSuspWriteSub) = 's'
