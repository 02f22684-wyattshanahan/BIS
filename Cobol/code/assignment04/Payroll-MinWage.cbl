       identification division.
       PROGRAM-ID. PAYROLL-MINWAGE.
       author. WYATT SHANAHAN.

      *> Pre-run minimum-wage compliance check, run after PAYROLL-EDIT
      *> and before PAYROLL-01 for the same pay group and run date.
      *> Every active employee in the group is held against the
      *> minimum for the work state on MinWage.txt (minWageFor):
      *>   - hourly staff at the rate this run will pay - the master
      *>     rate, or the rate-change entry PAYROLL-01's
      *>     208-APPLY-RATE-CHANGE will apply by the run date
      *>   - salaried staff at the period salary over the hours
      *>     reported on this run's transaction file (regular and
      *>     adjustment hours; leave and holiday are not hours worked)
      *> Rate changes not yet effective are held against the minimum
      *> for their own effective date and listed for information.
      *> Each violation prints on Payroll-minwage.txt with any
      *> override payroll has signed for this run date on
      *> MinWageOverride.txt, and lands on Payroll-minwage-open.txt,
      *> which PAYROLL-01 reads at start - it refuses the run while
      *> any violation there has no signed override. Any violation
      *> left open ends the job WARNING.
      *>   PAYROLL_PAY_GROUP   pay group to check (prompted if unset)

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASTERFILE ASSIGN TO DYNAMIC xMasterFileName
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS nMstEmplNum
              FILE STATUS IS xMstFileStatus.
           SELECT OPTIONAL RATECHGFILE ASSIGN TO DYNAMIC
              xRateChgFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRateChgStatus.
           SELECT OPTIONAL TRANSFILE ASSIGN TO DYNAMIC
              xTransactionFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xTransStatus.
           SELECT OPTIONAL OVERRIDEFILE ASSIGN TO DYNAMIC
              xOverrideFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xOverrideStatus.
           SELECT OPENFILE ASSIGN TO "Payroll-minwage-open.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "Payroll-minwage.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MASTERFILE.
       01 xMstRecord.
          05 nMstDeptNum    PIC 9.
          05 nMstEmplNum    PIC 9999.
          05 xMstLName      PIC x(20).
          05 xMstFName      PIC x(20).
          05 nMstPayRate    PIC 999v99.
          05 nMstYtdGross   PIC 9(7)v99.
          05 nMstYtdFedTax  PIC 9(6)v99.
          05 nMstYtdFica    PIC 9(6)v99.
          05 xMstStatus     PIC x.
          05 xMstPayType    PIC x. *> H = hourly, S = salaried/exempt
          05 nMstSalary     PIC 9(5)v99. *> per-period salary when S
          05 xMstPayMethod  PIC x.
          05 xMstWorkState  PIC xx.
          05 nMstYtdState   PIC 9(6)v99.
          05 nMstVacBal     PIC 9(3)v99.
          05 nMstSickBal    PIC 9(3)v99.
          05 xMstPayGroup   PIC x.
          05 nMstSepDate    PIC 9(8).
          05 xMstSepReason  PIC xx.
          05 nMstYtdTaxWage PIC 9(7)v99.
          05 nMstYtdFicaWage PIC 9(7)v99.
          05 nMstYtdDefer    PIC 9(6)v99.
          05 nMstYtdMatch    PIC 9(6)v99.

       FD RATECHGFILE.
       01 xRateChgRecord.
          05 nRchEmplNumIn  PIC 9999.
          05 nRchNewRateIn  PIC 999v99.
          05 nRchEffDateIn  PIC 9(8).

       FD TRANSFILE. *> PAYROLL-EDIT's output - HDR/TRL control
          *> records carry their tag where the employee number sits
       01 xTransRecord.
          05 xTrTagIn       PIC x(3).
          05 FILLER         PIC x(28).
       01 xTransDetail.
          05 nTrsEmplNumIn  PIC 9999.
          05 nTrsHrsIn      PIC 999.
          05 xTrsTypeIn     PIC x.
          05 xTrsSignIn     PIC x.
          05 FILLER         PIC x(22).

       FD OVERRIDEFILE. *> payroll's signed overrides - one line per
          *> employee per run date, blank signer = not signed
       01 xOverrideRecord.
          05 nOvrEmplNumIn  PIC 9999.
          05 nOvrRunDateIn  PIC 9(8).
          05 xOvrSignerIn   PIC x(20).
          05 xOvrReasonIn   PIC x(40).

       FD OPENFILE. *> what PAYROLL-01 proves before it starts
       01 xOpenHdrRec.
          05 xOpnHdrTag     PIC x(3). *> 'HDR'
          05 nOpnHdrDate    PIC 9(8).
          05 xOpnHdrGroup   PIC x.
       01 xOpenVioRec.
          05 xOpnVioTag     PIC x(3). *> 'VIO'
          05 nOpnEmplNum    PIC 9999.
          05 xOpnState      PIC xx.
          05 xOpnBasis      PIC x. *> H hourly, R rate change,
             *> S salaried
          05 nOpnRate       PIC 999v99.
          05 nOpnMinimum    PIC 99v99.

       FD RPTFILE.
       01 xRptLine       PIC x(100).

       WORKING-STORAGE SECTION.
       77 xMasterFileName  PIC X(100).
       77 xRateChgFileName PIC X(100).
       77 xTransactionFileName PIC X(100).
       77 xOverrideFileName PIC X(100).
       77 xMstFileStatus   PIC XX.
       77 xRateChgStatus   PIC XX.
       77 xTransStatus     PIC XX.
       77 xOverrideStatus  PIC XX.
       77 xEOF             PIC X   VALUE 'n'.
       77 xParmGroup       PIC X   VALUE SPACE.
       77 xRunPayGroup     PIC X   VALUE 'W'.
       77 xMstGroupWork    PIC X.
       77 nRchCnt          PIC 999 VALUE 0.
       77 nRchSub          PIC 999 VALUE 0.
       77 nHrsCnt          PIC 999 VALUE 0.
       77 nHrsSub          PIC 999 VALUE 0.
       77 nOvrCnt          PIC 999 VALUE 0.
       77 nOvrSub          PIC 999 VALUE 0.
       77 xOvrFound        PIC X   VALUE 'n'.
       77 nPayRate         PIC 999v99 VALUE 0. *> the rate held
          *> against the minimum
       77 nMinWage         PIC 99v99 VALUE 0.
       77 nMinDate         PIC 9(8) VALUE 0.
       77 nEmpHrs          PIC s9(4) VALUE 0.
       77 xBasis           PIC X.
       77 nEmpCnt          PIC 9(5) VALUE 0.
       77 nVioCnt          PIC 9(5) VALUE 0.
       77 nOvrUsedCnt      PIC 9(5) VALUE 0.
       77 nOpenCnt         PIC 9(5) VALUE 0.
       77 nFutureCnt       PIC 9(5) VALUE 0.
       77 xAuditDetail     PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "PAYROLL-MINWAGE".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd   PIC X(8)  VALUE "END".
       77 xEojCode         PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".

       01 xRchTable. *> pending rate changes, file order - the last
          *> one in force wins, as it does in PAYROLL-01
          05 xRchElement OCCURS 500 TIMES.
             10 nRchEmpTbl    PIC 9999.
             10 nRchRateTbl   PIC 999v99.
             10 nRchDateTbl   PIC 9(8).

       01 xHrsTable. *> hours worked on this run's transactions
          05 xHrsElement OCCURS 500 TIMES.
             10 nHrsEmpTbl    PIC 9999.
             10 nHrsTbl       PIC s9(4).

       01 xOvrTable. *> overrides signed for this run date
          05 xOvrElement OCCURS 200 TIMES.
             10 nOvrEmpTbl    PIC 9999.
             10 xOvrSignerTbl PIC x(20).

       01 xRptHeading.
          05 FILLER     PIC x(35)
             VALUE 'MINIMUM WAGE COMPLIANCE - RUN DATE '.
          05 neHdgDate  PIC 9(8).
          05 FILLER     PIC x(12) VALUE '  PAY GROUP '.
          05 xeHdgGroup PIC x.

       01 xRptColumns.
          05 FILLER     PIC x(48)
             VALUE 'EMP  NAME                 ST BASIS        RATE '.
          05 FILLER     PIC x(27)
             VALUE '   MINIMUM  STATUS'.

       01 xRptDetail.
          05 neDtlEmp   PIC 9999.
          05 FILLER     PIC x     VALUE SPACE.
          05 xeDtlName  PIC x(20).
          05 FILLER     PIC x     VALUE SPACE.
          05 xeDtlState PIC xx.
          05 FILLER     PIC x     VALUE SPACE.
          05 xeDtlBasis PIC x(10).
          05 neDtlRate  PIC $zz9.99.
          05 FILLER     PIC x(3)  VALUE SPACES.
          05 neDtlMin   PIC $z9.99.
          05 FILLER     PIC x(2)  VALUE SPACES.
          05 xeDtlStatus PIC x(40).

       01 xRptTotal.
          05 FILLER     PIC x(11) VALUE 'EMPLOYEES: '.
          05 neTotEmp   PIC zzzz9.
          05 FILLER     PIC x(14) VALUE '  VIOLATIONS: '.
          05 neTotVio   PIC zzzz9.
          05 FILLER     PIC x(14) VALUE '  OVERRIDDEN: '.
          05 neTotOvr   PIC zzzz9.
          05 FILLER     PIC x(8)  VALUE '  OPEN: '.
          05 neTotOpen  PIC zzzz9.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-CHECK-MASTER UNTIL xEOF = 'y'.
           PERFORM 300-CHECK-FUTURE-CHANGES VARYING nRchSub FROM 1 BY 1
              UNTIL nRchSub > nRchCnt.
           PERFORM 400-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE "Payroll.master.idx" TO xMasterFileName.
           ACCEPT xMasterFileName FROM ENVIRONMENT
              "PAYROLL_MASTER_FILE"
              ON EXCEPTION
                 MOVE "Payroll.master.idx" TO xMasterFileName
           END-ACCEPT.
           MOVE "RateChanges.txt" TO xRateChgFileName.
           ACCEPT xRateChgFileName FROM ENVIRONMENT
              "PAYROLL_RATECHG_FILE"
              ON EXCEPTION
                 MOVE "RateChanges.txt" TO xRateChgFileName
           END-ACCEPT.
           MOVE "Payroll.transaction.txt" TO xTransactionFileName.
           ACCEPT xTransactionFileName FROM ENVIRONMENT
              "PAYROLL_TRANSACTION_FILE"
              ON EXCEPTION
                 MOVE "Payroll.transaction.txt" TO
                    xTransactionFileName
           END-ACCEPT.
           MOVE "MinWageOverride.txt" TO xOverrideFileName.
           ACCEPT xOverrideFileName FROM ENVIRONMENT
              "PAYROLL_MINWAGE_OVERRIDE_FILE"
              ON EXCEPTION
                 MOVE "MinWageOverride.txt" TO xOverrideFileName
           END-ACCEPT.
           ACCEPT xParmGroup FROM ENVIRONMENT "PAYROLL_PAY_GROUP"
              ON EXCEPTION MOVE SPACE TO xParmGroup
           END-ACCEPT.
           IF xParmGroup NOT = SPACE
              MOVE xParmGroup TO xRunPayGroup
           ELSE
              DISPLAY 'PAY GROUP TO CHECK (W/B/M)? ' WITH NO ADVANCING
              ACCEPT xRunPayGroup
           END-IF.
           EVALUATE xRunPayGroup
              WHEN 'w' MOVE 'W' TO xRunPayGroup
              WHEN 'b' MOVE 'B' TO xRunPayGroup
              WHEN 'm' MOVE 'M' TO xRunPayGroup
              WHEN SPACE MOVE 'W' TO xRunPayGroup
           END-EVALUATE.
           IF xRunPayGroup NOT = 'W' AND xRunPayGroup NOT = 'B'
              AND xRunPayGroup NOT = 'M'
              DISPLAY 'UNKNOWN PAY GROUP ' xRunPayGroup
                 ' - CHECK REFUSED'
              MOVE "refused - unknown pay group" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           OPEN INPUT RATECHGFILE.
           IF xRateChgStatus = '00'
              PERFORM 110-READ-RATE-CHANGE UNTIL xEOF = 'y'
           END-IF.
           CLOSE RATECHGFILE.
           MOVE 'n' TO xEOF.
           OPEN INPUT TRANSFILE.
           IF xTransStatus = '00'
              PERFORM 120-READ-TRANS UNTIL xEOF = 'y'
           END-IF.
           CLOSE TRANSFILE.
           MOVE 'n' TO xEOF.
           OPEN INPUT OVERRIDEFILE.
           IF xOverrideStatus = '00'
              PERFORM 130-READ-OVERRIDE UNTIL xEOF = 'y'
           END-IF.
           CLOSE OVERRIDEFILE.
           MOVE 'n' TO xEOF.
           OPEN INPUT MASTERFILE.
           IF xMstFileStatus NOT = '00'
              DISPLAY 'CHECK ABORTED - CANNOT OPEN MASTER ('
                 FUNCTION TRIM(xMasterFileName) ') STATUS '
                 xMstFileStatus
              MOVE 'aborted - master missing' TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO neHdgDate.
           MOVE xRunPayGroup TO xeHdgGroup.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           OPEN OUTPUT OPENFILE.
           MOVE 'HDR' TO xOpnHdrTag.
           MOVE nRunDate TO nOpnHdrDate.
           MOVE xRunPayGroup TO xOpnHdrGroup.
           WRITE xOpenHdrRec.
           PERFORM 210-READ-MASTER.

       110-READ-RATE-CHANGE.
           READ RATECHGFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nRchCnt < 500
                   ADD 1 TO nRchCnt
                   MOVE nRchEmplNumIn TO nRchEmpTbl(nRchCnt)
                   MOVE nRchNewRateIn TO nRchRateTbl(nRchCnt)
                   MOVE nRchEffDateIn TO nRchDateTbl(nRchCnt)
                ELSE
                   DISPLAY 'RATE CHANGE TABLE FULL - CHANGE FOR '
                      nRchEmplNumIn ' NOT CHECKED'
                END-IF,
           END-READ.

       120-READ-TRANS. *> worked hours only - R/blank and signed
          *> adjustments; control records and other types pass by
           READ TRANSFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xTrTagIn NOT = 'HDR' AND xTrTagIn NOT = 'TRL'
                   AND (xTrsTypeIn = 'R' OR xTrsTypeIn = SPACE
                      OR xTrsTypeIn = 'A')
                   PERFORM 125-ADD-HOURS
                END-IF,
           END-READ.

       125-ADD-HOURS.
           PERFORM VARYING nHrsSub FROM 1 BY 1
              UNTIL nHrsSub > nHrsCnt
              IF nHrsEmpTbl(nHrsSub) = nTrsEmplNumIn
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nHrsSub > nHrsCnt
              IF nHrsCnt < 500
                 ADD 1 TO nHrsCnt
                 MOVE nHrsCnt TO nHrsSub
                 MOVE nTrsEmplNumIn TO nHrsEmpTbl(nHrsSub)
                 MOVE 0 TO nHrsTbl(nHrsSub)
              ELSE
                 DISPLAY 'HOURS TABLE FULL - HOURS FOR '
                    nTrsEmplNumIn ' NOT CHECKED'
              END-IF
           END-IF.
           IF nHrsSub NOT > nHrsCnt
              IF xTrsSignIn = '-'
                 SUBTRACT nTrsHrsIn FROM nHrsTbl(nHrsSub)
              ELSE
                 ADD nTrsHrsIn TO nHrsTbl(nHrsSub)
              END-IF
           END-IF.

       130-READ-OVERRIDE. *> only a signed override for this run
          *> date counts - last week's signature does not carry over
           READ OVERRIDEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nOvrRunDateIn = nRunDate
                   AND xOvrSignerIn NOT = SPACES
                   IF nOvrCnt < 200
                      ADD 1 TO nOvrCnt
                      MOVE nOvrEmplNumIn TO nOvrEmpTbl(nOvrCnt)
                      MOVE xOvrSignerIn TO xOvrSignerTbl(nOvrCnt)
                   ELSE
                      DISPLAY 'OVERRIDE TABLE FULL - OVERRIDE FOR '
                         nOvrEmplNumIn ' NOT READ'
                   END-IF
                END-IF,
           END-READ.

       190-REFUSE.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.

       200-CHECK-MASTER. *> the employees the run will pay - active
          *> and in this pay group
           MOVE xMstPayGroup TO xMstGroupWork.
           IF xMstGroupWork = SPACE
              MOVE 'W' TO xMstGroupWork
           END-IF.
           IF xMstStatus NOT = 'I' AND xMstGroupWork = xRunPayGroup
              ADD 1 TO nEmpCnt
              MOVE nRunDate TO nMinDate
              CALL "minWageFor" USING xMstWorkState nMinDate nMinWage
              IF xMstPayType = 'S'
                 PERFORM 230-CHECK-SALARIED
              ELSE
                 PERFORM 220-CHECK-HOURLY
              END-IF
           END-IF.
           PERFORM 210-READ-MASTER.

       210-READ-MASTER.
           READ MASTERFILE NEXT
              AT END
                MOVE 'y' TO xEOF,
           END-READ.

       220-CHECK-HOURLY. *> the rate this run pays - a change in
          *> force by the run date replaces the master rate
           MOVE nMstPayRate TO nPayRate.
           MOVE 'H' TO xBasis.
           PERFORM VARYING nRchSub FROM 1 BY 1
              UNTIL nRchSub > nRchCnt
              IF nRchEmpTbl(nRchSub) = nMstEmplNum
                 AND nRchDateTbl(nRchSub) NOT > nRunDate
                 MOVE nRchRateTbl(nRchSub) TO nPayRate
                 MOVE 'R' TO xBasis
              END-IF
           END-PERFORM.
           IF nPayRate < nMinWage
              PERFORM 250-WRITE-VIOLATION
           END-IF.

       230-CHECK-SALARIED. *> salary over the hours worked this
          *> period - with no hours reported there is nothing to hold
          *> it against
           MOVE 0 TO nEmpHrs.
           PERFORM VARYING nHrsSub FROM 1 BY 1
              UNTIL nHrsSub > nHrsCnt
              IF nHrsEmpTbl(nHrsSub) = nMstEmplNum
                 MOVE nHrsTbl(nHrsSub) TO nEmpHrs
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nEmpHrs > 0
              MOVE 'S' TO xBasis
              COMPUTE nPayRate = nMstSalary / nEmpHrs
                 ON SIZE ERROR MOVE 999.99 TO nPayRate
              END-COMPUTE
              IF nPayRate < nMinWage
                 PERFORM 250-WRITE-VIOLATION
              END-IF
           END-IF.

       250-WRITE-VIOLATION.
           ADD 1 TO nVioCnt.
           MOVE nMstEmplNum TO neDtlEmp.
           MOVE SPACES TO xeDtlName.
           STRING xMstLName DELIMITED BY SPACE
              ', ' DELIMITED BY SIZE
              xMstFName DELIMITED BY SPACE
              INTO xeDtlName
              ON OVERFLOW CONTINUE
           END-STRING.
           MOVE xMstWorkState TO xeDtlState.
           EVALUATE xBasis
              WHEN 'R' MOVE 'RATE CHG' TO xeDtlBasis
              WHEN 'S' MOVE 'SALARIED' TO xeDtlBasis
              WHEN OTHER MOVE 'HOURLY' TO xeDtlBasis
           END-EVALUATE.
           MOVE nPayRate TO neDtlRate.
           MOVE nMinWage TO neDtlMin.
           PERFORM 260-FIND-OVERRIDE.
           IF xOvrFound = 'y'
              ADD 1 TO nOvrUsedCnt
              MOVE SPACES TO xeDtlStatus
              STRING 'OVERRIDE SIGNED ' DELIMITED BY SIZE
                 xOvrSignerTbl(nOvrSub) DELIMITED BY SIZE
                 INTO xeDtlStatus
                 ON OVERFLOW CONTINUE
              END-STRING
           ELSE
              ADD 1 TO nOpenCnt
              MOVE 'OPEN - PAYROLL RUN REFUSED' TO xeDtlStatus
           END-IF.
           MOVE xRptDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xRptDetail.
      *> every violation goes on the open file, overridden or not -
      *> PAYROLL-01 holds it against the overrides itself, so one
      *> signed after this check still clears the run
           MOVE 'VIO' TO xOpnVioTag.
           MOVE nMstEmplNum TO nOpnEmplNum.
           MOVE xMstWorkState TO xOpnState.
           MOVE xBasis TO xOpnBasis.
           MOVE nPayRate TO nOpnRate.
           MOVE nMinWage TO nOpnMinimum.
           WRITE xOpenVioRec.

       260-FIND-OVERRIDE.
           MOVE 'n' TO xOvrFound.
           PERFORM VARYING nOvrSub FROM 1 BY 1
              UNTIL nOvrSub > nOvrCnt
              IF nOvrEmpTbl(nOvrSub) = nMstEmplNum
                 MOVE 'y' TO xOvrFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       300-CHECK-FUTURE-CHANGES. *> a change not yet in force is held
          *> against the minimum for its own date - listed now so it
          *> is fixed before the run that would pay it
           IF nRchDateTbl(nRchSub) > nRunDate
              MOVE nRchEmpTbl(nRchSub) TO nMstEmplNum
              READ MASTERFILE KEY IS nMstEmplNum
                 INVALID KEY
                    MOVE SPACES TO xMstWorkState
                    MOVE 'H' TO xMstPayType
              END-READ
              IF xMstPayType NOT = 'S'
                 MOVE nRchDateTbl(nRchSub) TO nMinDate
                 CALL "minWageFor" USING xMstWorkState nMinDate
                    nMinWage
                 IF nRchRateTbl(nRchSub) < nMinWage
                    ADD 1 TO nFutureCnt
                    MOVE nRchEmpTbl(nRchSub) TO neDtlEmp
                    MOVE SPACES TO xeDtlName
                    STRING 'EFFECTIVE ' DELIMITED BY SIZE
                       nMinDate DELIMITED BY SIZE
                       INTO xeDtlName
                       ON OVERFLOW CONTINUE
                    END-STRING
                    MOVE xMstWorkState TO xeDtlState
                    MOVE 'FUTURE CHG' TO xeDtlBasis
                    MOVE nRchRateTbl(nRchSub) TO neDtlRate
                    MOVE nMinWage TO neDtlMin
                    MOVE 'NOT YET IN FORCE - CORRECT BEFORE THEN'
                       TO xeDtlStatus
                    MOVE xRptDetail TO xRptLine
                    WRITE xRptLine BEFORE ADVANCING 1 LINE
                    DISPLAY xRptDetail
                 END-IF
              END-IF
           END-IF.

       400-TERMINATION.
           CLOSE MASTERFILE.
           CLOSE OPENFILE.
           MOVE nEmpCnt TO neTotEmp.
           MOVE nVioCnt TO neTotVio.
           MOVE nOvrUsedCnt TO neTotOvr.
           MOVE nOpenCnt TO neTotOpen.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           DISPLAY xRptTotal.
           IF nOpenCnt > 0 OR nFutureCnt > 0
              MOVE "WARNING" TO xEojCode
           END-IF.
           IF nOpenCnt > 0
              DISPLAY 'MINIMUM WAGE VIOLATIONS OPEN - PAYROLL-01 WILL '
                 'REFUSE THE RUN UNTIL EACH IS CORRECTED OR PAYROLL '
                 'SIGNS AN OVERRIDE'
           END-IF.
           MOVE SPACES TO xAuditDetail.
           STRING "employees=" DELIMITED BY SIZE
              nEmpCnt DELIMITED BY SIZE
              " violations=" DELIMITED BY SIZE
              nVioCnt DELIMITED BY SIZE
              " open=" DELIMITED BY SIZE
              nOpenCnt DELIMITED BY SIZE
              " future=" DELIMITED BY SIZE
              nFutureCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
