       identification division.
       PROGRAM-ID. PAYROLL-VARIANCE.
       author. WYATT SHANAHAN.

      *> Period-over-period pay variance, run after PAYROLL-01 (or
      *> its preview) and before the bank files are released. Each
      *> employee's gross and net on this run's register are held
      *> against that employee's own average over the last several
      *> pay periods on PayHistory.txt - the checks of one pay date
      *> added together, as the run's are - and an exception prints
      *> when
      *> either moved more than the percent or the dollar threshold,
      *> or when the net came out zero or negative - a keyed 80 that
      *> should have been 8 or a rate with the decimal in the wrong
      *> place shows up here instead of on the employee's phone call.
      *> History dated on or after the run date is this run's own
      *> checks and is left out of the average. Mileage repaid on
      *> a check rides in its net but is not pay, so the net is
      *> tested without it on both sides. The report breaks
      *> by department with the manager's sign-off line, and any
      *> exception ends the job WARNING so the run deck holds the
      *> bank release until the departments have signed.
      *>   VARIANCE_PCT     percent threshold, default 25
      *>   VARIANCE_AMT     dollar threshold, default 250
      *>   VARIANCE_CHECKS  pay periods averaged, default 6 (max 12)

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REGFILE ASSIGN TO "Payroll-01-reg-sorted.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRegStatus.
           SELECT OPTIONAL HISTFILE ASSIGN TO DYNAMIC xHistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xHistStatus.
           SELECT OPTIONAL DEPTREFFILE ASSIGN TO DYNAMIC
              xDeptRefFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDeptRefStatus.
           SELECT RPTFILE ASSIGN TO "Payroll-variance.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD REGFILE. *> the register work file, department and
          *> employee order, raw signed amounts
       01 xRegRec.
          05 nRgDept         PIC 9.
          05 nRgEmpNum       PIC 9999.
          05 xRgName         PIC x(40).
          05 xRgPayType      PIC x.
          05 xRgTransType    PIC x.
          05 nRgHrs          PIC s999 SIGN IS TRAILING.
          05 nRgPay          PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgFedTax       PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgFica         PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgState        PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgDed          PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgGarn         PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgNet          PIC s9(5)v99 SIGN IS TRAILING.
          05 xRgJob          PIC x(4).
          05 nRgMatch        PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgReimb        PIC s9(5)v99 SIGN IS TRAILING. *> mileage
             *> inside the net - repaid expense, held out of the test

       FD HISTFILE.
       01 xHistRecord.
          05 nHistDate      PIC 9(8).
          05 nHistDept      PIC 9.
          05 nHistEmpl      PIC 9999.
          05 nHistHrs       PIC s999 SIGN IS TRAILING.
          05 nHistGross     PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistFed       PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistFica      PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistNet       PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistState     PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistTaxWage   PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistFicaWage  PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistReimb     PIC s9(5)v99 SIGN IS TRAILING.

       FD DEPTREFFILE. *> department reference (REF-MAINT) - name
          *> and the manager who signs for the department
       01 xDeptRefRecord.
          05 nDptNumIn      PIC 9.
          05 xDptNameIn     PIC x(20).
          05 xDptMgrIn      PIC x(20).

       FD RPTFILE.
       01 xRptLine       PIC x(120).

       WORKING-STORAGE SECTION.

       77 xHistFileName  PIC X(100).
       77 xDeptRefFileName PIC X(100).
       77 xRegStatus     PIC xx.
       77 xHistStatus    PIC xx.
       77 xDeptRefStatus PIC xx.
       77 xEOF           PIC x     VALUE 'n'.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "PAYROLL-VARIANCE".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".
       77 xParmPct       PIC x(3)  VALUE SPACES.
       77 xParmAmt       PIC x(5)  VALUE SPACES.
       77 xParmChecks    PIC x(2)  VALUE SPACES.
       77 nVarPct        PIC 999   VALUE 25.
       77 nVarAmt        PIC 9(5)  VALUE 250.
       77 nVarChecks     PIC 99    VALUE 6.
       77 nEmpCnt        PIC 999   VALUE 0.
       77 nEmpSub        PIC 999   VALUE 0.
       77 xEmpFull       PIC x     VALUE 'n'.
       77 nHstSub        PIC 99    VALUE 0.
       77 nAvgGross      PIC s9(5)v99 VALUE 0.
       77 nAvgNet        PIC s9(5)v99 VALUE 0.
       77 nSumGross      PIC s9(7)v99 VALUE 0.
       77 nSumNet        PIC s9(7)v99 VALUE 0.
       77 nMoveAmt       PIC s9(7)v99 VALUE 0.
       77 nBaseAmt       PIC s9(7)v99 VALUE 0.
       77 nMovePct       PIC s9(5)v9  VALUE 0.
       77 nGrossPct      PIC s9(5)v9  VALUE 0.
       77 xGrossFlag     PIC x     VALUE 'n'.
       77 xNetFlag       PIC x     VALUE 'n'.
       77 xTestFlag      PIC x     VALUE 'n'.
       77 nOldDept       PIC 9     VALUE 0.
       77 xFirstDept     PIC x     VALUE 'y'.
       77 nDeptEmpCnt    PIC 999   VALUE 0.
       77 nDeptExcCnt    PIC 999   VALUE 0.
       77 nExcCnt        PIC 9(4)  VALUE 0.
       77 nNoHistCnt     PIC 9(4)  VALUE 0.
       77 nDptSub        PIC 9     VALUE 0.

       01 xDeptTable.
          05 xDeptElement OCCURS 9 TIMES.
             10 xDeptNameTbl  PIC x(20).
             10 xDeptMgrTbl   PIC x(20).

       01 xEmpTable. *> this run's pay per employee, register order,
          *> with the employee's last checks from history
          05 xEmpElement OCCURS 300 TIMES.
             10 nEmDept       PIC 9.
             10 nEmEmp        PIC 9999.
             10 xEmName       PIC x(40).
             10 nEmChecks     PIC 99.
             10 nEmGross      PIC s9(6)v99.
             10 nEmNet        PIC s9(6)v99.
             10 nEmHistCnt    PIC 99. *> periods held, up to the
                *> number averaged
             10 nEmHistNext   PIC 99. *> slot the next period goes in
             10 nEmHistCur    PIC 99. *> slot of the last pay date
             10 nEmHistDate   PIC 9(8). *> that pay date, 0 = none
             10 xEmHistElement OCCURS 12 TIMES.
                15 nEmHistGross PIC s9(6)v99.
                15 nEmHistNet   PIC s9(6)v99.

       01 xRptHeading.
          05 FILLER      PIC x(28)  VALUE
             'PAY VARIANCE EXCEPTIONS AS '.
          05 neHeadDate  PIC 9999/99/99.
          05 FILLER      PIC x(14)  VALUE ' - THRESHOLD '.
          05 neHeadPct   PIC zz9.
          05 FILLER      PIC x(6)   VALUE '% OR $'.
          05 neHeadAmt   PIC zzzz9.
          05 FILLER      PIC x(12)  VALUE ' VS AVERAGE '.
          05 FILLER      PIC x(8)   VALUE 'OF LAST '.
          05 neHeadChecks PIC z9.
          05 FILLER      PIC x(7)   VALUE ' CHECKS'.

       01 xDeptHeading.
          05 FILLER      PIC x(5)   VALUE 'DEPT '.
          05 neDhDept    PIC 9.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xDhName     PIC x(20).
          05 FILLER      PIC x(10)  VALUE ' MANAGER '.
          05 xDhMgr      PIC x(20).

       01 xColumns.
          05 FILLER      PIC x(40)  VALUE
             '  EMPL NAME                          GR'.
          05 FILLER      PIC x(40)  VALUE
             'OSS   AVG GROSS   CHG%        NET    AVG'.
          05 FILLER      PIC x(20)  VALUE
             ' NET  REASON'.

       01 xDetail.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 neDtEmp     PIC 9999.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xDtName     PIC x(24).
          05 neDtGross   PIC $zz,zz9.99-.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neDtAvgGross PIC $zz,zz9.99-.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neDtPct     PIC zzzz9.9-.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neDtNet     PIC $zz,zz9.99-.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neDtAvgNet  PIC $zz,zz9.99-.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 xDtReason   PIC x(24).

       01 xDeptFooter.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 neDfExc     PIC zz9.
          05 FILLER      PIC x(17)  VALUE ' EXCEPTION(S) OF '.
          05 neDfEmp     PIC zz9.
          05 FILLER      PIC x(12)  VALUE ' EMPLOYEES  '.
          05 FILLER      PIC x(40)  VALUE
             'SIGNED ____________________ DATE _______'.

       01 xRptTotal.
          05 neTotExc    PIC zzz9.
          05 FILLER      PIC x(17)  VALUE ' EXCEPTION(S) OF '.
          05 neTotEmp    PIC zz9.
          05 FILLER      PIC x(13)  VALUE ' EMPLOYEES, '.
          05 neTotNoHist PIC zzz9.
          05 FILLER      PIC x(32)  VALUE
             ' WITH NO PRIOR CHECKS TO COMPARE'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-CHECK-EMPLOYEE VARYING nEmpSub FROM 1 BY 1
              UNTIL nEmpSub > nEmpCnt.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           ACCEPT xParmPct FROM ENVIRONMENT "VARIANCE_PCT"
              ON EXCEPTION MOVE SPACES TO xParmPct
           END-ACCEPT.
           IF FUNCTION TRIM(xParmPct) IS NUMERIC
              MOVE FUNCTION NUMVAL(xParmPct) TO nVarPct
           END-IF.
           ACCEPT xParmAmt FROM ENVIRONMENT "VARIANCE_AMT"
              ON EXCEPTION MOVE SPACES TO xParmAmt
           END-ACCEPT.
           IF FUNCTION TRIM(xParmAmt) IS NUMERIC
              MOVE FUNCTION NUMVAL(xParmAmt) TO nVarAmt
           END-IF.
           ACCEPT xParmChecks FROM ENVIRONMENT "VARIANCE_CHECKS"
              ON EXCEPTION MOVE SPACES TO xParmChecks
           END-ACCEPT.
           IF FUNCTION TRIM(xParmChecks) IS NUMERIC
              MOVE FUNCTION NUMVAL(xParmChecks) TO nVarChecks
           END-IF.
           IF nVarChecks < 1 OR nVarChecks > 12
              DISPLAY 'VARIANCE_CHECKS MUST BE 1-12 - USING 6'
              MOVE 6 TO nVarChecks
           END-IF.
           MOVE "PayHistory.txt" TO xHistFileName.
           ACCEPT xHistFileName FROM ENVIRONMENT "PAYROLL_HIST_FILE"
              ON EXCEPTION
                 MOVE "PayHistory.txt" TO xHistFileName
           END-ACCEPT.
           MOVE "Departments.txt" TO xDeptRefFileName.
           ACCEPT xDeptRefFileName FROM ENVIRONMENT "DEPT_REF_FILE"
              ON EXCEPTION
                 MOVE "Departments.txt" TO xDeptRefFileName
           END-ACCEPT.
           PERFORM 130-LOAD-DEPTS.
           PERFORM 110-LOAD-REGISTER.
           PERFORM 120-LOAD-HISTORY.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO neHeadDate.
           MOVE nVarPct TO neHeadPct.
           MOVE nVarAmt TO neHeadAmt.
           MOVE nVarChecks TO neHeadChecks.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xRptHeading.

       110-LOAD-REGISTER. *> one row per employee - several checks
          *> in the run (adjustment, leave, reversal) add together
          *> into the period's pay
           OPEN INPUT REGFILE.
           IF xRegStatus NOT = '00'
              DISPLAY 'NO PAYROLL REGISTER ON FILE - RUN PAYROLL-01 '
                 'OR ITS PREVIEW FIRST'
              MOVE "aborted - no register" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
                 xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           PERFORM 111-READ-REGISTER UNTIL xEOF = 'y'.
           CLOSE REGFILE.
           MOVE 'n' TO xEOF.
           IF xEmpFull = 'y'
      *> an employee left off would go out unreviewed - refuse
              DISPLAY 'REGISTER EXCEEDS THE 300-EMPLOYEE TABLE - '
                 'VARIANCE NOT PROVED'
              MOVE "refused - employee table overflow" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
                 xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.

       111-READ-REGISTER.
           READ REGFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nEmpCnt > 0 AND nEmEmp(nEmpCnt) = nRgEmpNum
                   AND nEmDept(nEmpCnt) = nRgDept
                   ADD 1 TO nEmChecks(nEmpCnt)
                   ADD nRgPay TO nEmGross(nEmpCnt)
                   ADD nRgNet TO nEmNet(nEmpCnt)
                   IF nRgReimb NUMERIC
                      SUBTRACT nRgReimb FROM nEmNet(nEmpCnt)
                   END-IF
                ELSE
                   IF nEmpCnt < 300
                      ADD 1 TO nEmpCnt
                      MOVE nRgDept TO nEmDept(nEmpCnt)
                      MOVE nRgEmpNum TO nEmEmp(nEmpCnt)
                      MOVE xRgName TO xEmName(nEmpCnt)
                      MOVE 1 TO nEmChecks(nEmpCnt)
                      MOVE nRgPay TO nEmGross(nEmpCnt)
                      MOVE nRgNet TO nEmNet(nEmpCnt)
                      IF nRgReimb NUMERIC
                         SUBTRACT nRgReimb FROM nEmNet(nEmpCnt)
                      END-IF
                      MOVE 0 TO nEmHistCnt(nEmpCnt)
                      MOVE 1 TO nEmHistNext(nEmpCnt)
                      MOVE 0 TO nEmHistCur(nEmpCnt)
                      MOVE 0 TO nEmHistDate(nEmpCnt)
                   ELSE
                      MOVE 'y' TO xEmpFull
                   END-IF
                END-IF,
           END-READ.

       120-LOAD-HISTORY. *> HISTFILE is OPTIONAL - the first run
          *> ever has nothing to compare against. History is in run
          *> order, so the last checks kept per employee are the most
          *> recent ones
           OPEN INPUT HISTFILE.
           IF xHistStatus = '00'
              PERFORM 121-READ-HISTORY UNTIL xEOF = 'y'
           END-IF.
           CLOSE HISTFILE.
           MOVE 'n' TO xEOF.

       121-READ-HISTORY.
           READ HISTFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nHistDate < nRunDate
                   PERFORM 122-KEEP-HISTORY
                END-IF,
           END-READ.

       122-KEEP-HISTORY. *> one slot per pay date - PAYROLL-01
          *> writes a line per check, and the checks of one date add
          *> together like the run's own. The slots wrap, so only the
          *> last nVarChecks periods stay in the average
           PERFORM VARYING nEmpSub FROM 1 BY 1
              UNTIL nEmpSub > nEmpCnt
              IF nEmEmp(nEmpSub) = nHistEmpl
                 IF nEmHistDate(nEmpSub) > 0
                    AND nHistDate = nEmHistDate(nEmpSub)
                    MOVE nEmHistCur(nEmpSub) TO nHstSub
                    ADD nHistGross TO nEmHistGross(nEmpSub, nHstSub)
                    ADD nHistNet TO nEmHistNet(nEmpSub, nHstSub)
                 ELSE
                    MOVE nEmHistNext(nEmpSub) TO nHstSub
                    MOVE nHstSub TO nEmHistCur(nEmpSub)
                    MOVE nHistDate TO nEmHistDate(nEmpSub)
                    MOVE nHistGross TO nEmHistGross(nEmpSub, nHstSub)
                    MOVE nHistNet TO nEmHistNet(nEmpSub, nHstSub)
                    IF nEmHistCnt(nEmpSub) < nVarChecks
                       ADD 1 TO nEmHistCnt(nEmpSub)
                    END-IF
                    IF nHstSub >= nVarChecks
                       MOVE 1 TO nEmHistNext(nEmpSub)
                    ELSE
                       ADD 1 TO nEmHistNext(nEmpSub)
                    END-IF
                 END-IF
                 IF nHistReimb NUMERIC
                    SUBTRACT nHistReimb FROM
                       nEmHistNet(nEmpSub, nHstSub)
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       130-LOAD-DEPTS. *> DEPTREFFILE is OPTIONAL - headings print
          *> the digit alone until names are on file
           PERFORM VARYING nDptSub FROM 1 BY 1 UNTIL nDptSub > 8
              MOVE SPACES TO xDeptNameTbl(nDptSub)
              MOVE SPACES TO xDeptMgrTbl(nDptSub)
           END-PERFORM.
           MOVE SPACES TO xDeptNameTbl(9).
           MOVE SPACES TO xDeptMgrTbl(9).
           OPEN INPUT DEPTREFFILE.
           IF xDeptRefStatus = '00'
              PERFORM 131-READ-DEPT UNTIL xEOF = 'y'
           END-IF.
           CLOSE DEPTREFFILE.
           MOVE 'n' TO xEOF.

       131-READ-DEPT.
           READ DEPTREFFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nDptNumIn >= 1
                   MOVE xDptNameIn TO xDeptNameTbl(nDptNumIn)
                   MOVE xDptMgrIn TO xDeptMgrTbl(nDptNumIn)
                END-IF,
           END-READ.

       200-CHECK-EMPLOYEE.
           IF xFirstDept = 'y' OR nEmDept(nEmpSub) NOT = nOldDept
              IF xFirstDept = 'n'
                 PERFORM 290-DEPT-FOOTER
              END-IF
              PERFORM 280-DEPT-HEADING
           END-IF.
           ADD 1 TO nDeptEmpCnt.
           MOVE 0 TO nSumGross.
           MOVE 0 TO nSumNet.
           PERFORM VARYING nHstSub FROM 1 BY 1
              UNTIL nHstSub > nEmHistCnt(nEmpSub)
              ADD nEmHistGross(nEmpSub, nHstSub) TO nSumGross
              ADD nEmHistNet(nEmpSub, nHstSub) TO nSumNet
           END-PERFORM.
           MOVE 0 TO nAvgGross.
           MOVE 0 TO nAvgNet.
           MOVE 0 TO nGrossPct.
           MOVE 'n' TO xGrossFlag.
           MOVE 'n' TO xNetFlag.
           IF nEmHistCnt(nEmpSub) > 0
              COMPUTE nAvgGross ROUNDED =
                 nSumGross / nEmHistCnt(nEmpSub)
              COMPUTE nAvgNet ROUNDED =
                 nSumNet / nEmHistCnt(nEmpSub)
              MOVE nEmGross(nEmpSub) TO nMoveAmt
              SUBTRACT nAvgGross FROM nMoveAmt
              MOVE nAvgGross TO nBaseAmt
              PERFORM 210-TEST-MOVE
              MOVE xTestFlag TO xGrossFlag
              MOVE nMovePct TO nGrossPct
              MOVE nEmNet(nEmpSub) TO nMoveAmt
              SUBTRACT nAvgNet FROM nMoveAmt
              MOVE nAvgNet TO nBaseAmt
              PERFORM 210-TEST-MOVE
              MOVE xTestFlag TO xNetFlag
           END-IF.
           MOVE SPACES TO xDtReason.
           EVALUATE TRUE
              WHEN nEmNet(nEmpSub) NOT > 0
                 MOVE 'NET ZERO OR NEGATIVE' TO xDtReason
              WHEN nEmHistCnt(nEmpSub) = 0
                 MOVE 'NO PRIOR CHECKS - REVIEW' TO xDtReason
              WHEN xGrossFlag = 'y' AND xNetFlag = 'y'
                 MOVE 'GROSS AND NET VARIANCE' TO xDtReason
              WHEN xGrossFlag = 'y'
                 MOVE 'GROSS VARIANCE' TO xDtReason
              WHEN xNetFlag = 'y'
                 MOVE 'NET VARIANCE' TO xDtReason
           END-EVALUATE.
           IF xDtReason NOT = SPACES
              IF nEmHistCnt(nEmpSub) = 0 AND nEmNet(nEmpSub) > 0
      *> a first check has nothing to move from - it lists for the
      *> manager's eye but is not an exception
                 ADD 1 TO nNoHistCnt
              ELSE
                 ADD 1 TO nDeptExcCnt
                 ADD 1 TO nExcCnt
              END-IF
              PERFORM 220-WRITE-DETAIL
           END-IF.

       210-TEST-MOVE. *> nMoveAmt is this period less the average,
          *> nBaseAmt the average it is measured against
           MOVE 'n' TO xTestFlag.
           MOVE 0 TO nMovePct.
           IF nMoveAmt < 0
              COMPUTE nMoveAmt = 0 - nMoveAmt
           END-IF.
           IF nMoveAmt > nVarAmt
              MOVE 'y' TO xTestFlag
           END-IF.
           IF nBaseAmt > 0
              COMPUTE nMovePct ROUNDED = nMoveAmt * 100 / nBaseAmt
                 ON SIZE ERROR MOVE 9999.9 TO nMovePct
              END-COMPUTE
              IF nMovePct > nVarPct
                 MOVE 'y' TO xTestFlag
              END-IF
           END-IF.

       220-WRITE-DETAIL.
           MOVE nEmEmp(nEmpSub) TO neDtEmp.
           MOVE xEmName(nEmpSub) TO xDtName.
           MOVE nEmGross(nEmpSub) TO neDtGross.
           MOVE nAvgGross TO neDtAvgGross.
           IF nEmGross(nEmpSub) < nAvgGross
              COMPUTE nGrossPct = 0 - nGrossPct
           END-IF.
           MOVE nGrossPct TO neDtPct.
           MOVE nEmNet(nEmpSub) TO neDtNet.
           MOVE nAvgNet TO neDtAvgNet.
           MOVE xDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xDetail.

       280-DEPT-HEADING.
           MOVE nEmDept(nEmpSub) TO nOldDept.
           MOVE 'n' TO xFirstDept.
           MOVE 0 TO nDeptEmpCnt.
           MOVE 0 TO nDeptExcCnt.
           MOVE nOldDept TO neDhDept.
           IF nOldDept >= 1
              MOVE xDeptNameTbl(nOldDept) TO xDhName
              MOVE xDeptMgrTbl(nOldDept) TO xDhMgr
           ELSE
              MOVE SPACES TO xDhName
              MOVE SPACES TO xDhMgr
           END-IF.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xDeptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       290-DEPT-FOOTER.
           MOVE nDeptExcCnt TO neDfExc.
           MOVE nDeptEmpCnt TO neDfEmp.
           MOVE xDeptFooter TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       300-TERMINATION.
           IF xFirstDept = 'n'
              PERFORM 290-DEPT-FOOTER
           END-IF.
           MOVE nExcCnt TO neTotExc.
           MOVE nEmpCnt TO neTotEmp.
           MOVE nNoHistCnt TO neTotNoHist.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           DISPLAY xRptTotal.
           IF nExcCnt > 0
              MOVE "WARNING" TO xEojCode
              DISPLAY 'PAY VARIANCE EXCEPTIONS - HOLD THE BANK FILES '
                 'UNTIL EACH DEPARTMENT HAS SIGNED'
           END-IF.
           STRING "employees=" DELIMITED BY SIZE
              nEmpCnt DELIMITED BY SIZE
              " exceptions=" DELIMITED BY SIZE
              nExcCnt DELIMITED BY SIZE
              " nohistory=" DELIMITED BY SIZE
              nNoHistCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
