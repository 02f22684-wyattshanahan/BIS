       identification division.
       PROGRAM-ID. PAYROLL-LEAVEPOST.
       author. WYATT SHANAHAN.

      *> Turns approved web leave requests into leave transactions.
      *> Runs ahead of PAYROLL-EDIT: every approved request on
      *> LeaveRequests.txt whose first day falls on or before the end
      *> of the employee's current pay period - the open period of
      *> the employee's pay-group calendar covering the run date -
      *> is appended to the raw transaction entry file as an L
      *> (vacation) or K (sick) line, exactly as a keyed slip would
      *> be, and marked posted with the period number. Later leave
      *> waits for its own period. With no calendar on file every
      *> approved request dated on or before the run date posts. A
      *> request is held back (and the job ends WARNING) when the
      *> employee is gone or inactive, when no open period covers
      *> the run date for the group, or when the balance on the
      *> master no longer covers it - the office sorts those out
      *> before the run. Pending and denied requests are untouched.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASTERFILE ASSIGN TO DYNAMIC xMasterFileName
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS nMstEmplNum
              FILE STATUS IS xMstFileStatus.
           SELECT OPTIONAL LEAVEFILE ASSIGN TO DYNAMIC xLeaveFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xLeaveStatus.
           SELECT OPTIONAL PERIODFILE ASSIGN TO DYNAMIC
              xPeriodFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xPeriodStatus.
           SELECT ENTRYFILE ASSIGN TO DYNAMIC xEntryFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xEntryStatus.
           SELECT RPTFILE ASSIGN TO "Payroll-leavepost.txt"
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
          05 xMstPayType    PIC x.
          05 nMstSalary     PIC 9(5)v99.
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
          05 nMstYtdDefer   PIC 9(6)v99.
          05 nMstYtdMatch   PIC 9(6)v99.

       FD LEAVEFILE. *> web leave requests (Pay-LeaveRequest) - P
          *> pending, A approved, D denied, F posted to payroll
       01 xLeaveRecord.
          05 nLrqId         PIC 9(6).
          05 nLrqEmpl       PIC 9999.
          05 nLrqDept       PIC 9.
          05 xLrqType       PIC x.
          05 nLrqStart      PIC 9(8).
          05 nLrqEnd        PIC 9(8).
          05 nLrqHrs        PIC 999.
          05 xLrqStatus     PIC x.
          05 xLrqSubmit     PIC x(16).
          05 nLrqSubDate    PIC 9(8).
          05 xLrqDecider    PIC x(16).
          05 nLrqDecDate    PIC 9(8).
          05 nLrqPerNum     PIC 9(3).
          05 xLrqNote       PIC x(30).

       FD PERIODFILE. *> pay-period calendar, one per pay group
       01 xPeriodRecord.
          05 nPerNumIn      PIC 9(3).
          05 nPerStartIn    PIC 9(8).
          05 nPerEndIn      PIC 9(8).
          05 xPerStatusIn   PIC x.
          05 xPerGroupIn    PIC x.

       FD ENTRYFILE. *> raw entry file PAYROLL-EDIT reads - the same
          *> layout a keyed or web-entered line has
       01 xEntryRecord.
          05 xEntEmpl       PIC x(4).
          05 xEntHrs        PIC x(3).
          05 xEntType       PIC x.
          05 xEntSign       PIC x.
          05 xEntJob        PIC x(4).
          05 xEntSepDate    PIC x(8).
          05 xEntSepReason  PIC x(2).
          05 xEntSuppAmt    PIC x(7).
          05 xEntSuppKind   PIC x.

       FD RPTFILE.
       01 xRptLine       PIC x(90).

       WORKING-STORAGE SECTION.

       77 xMasterFileName PIC X(100).
       77 xMstFileStatus PIC xx.
       77 xLeaveFileName PIC X(100).
       77 xLeaveStatus   PIC xx.
       77 xPeriodFileName PIC X(100).
       77 xPeriodStatus  PIC xx.
       77 xPeriodPresent PIC x     VALUE 'n'.
       77 xEntryFileName PIC X(100).
       77 xEntryStatus   PIC xx.
       77 xEOF           PIC x     VALUE 'n'.
       77 xLockMode      PIC x     VALUE 'X'.
       77 xLockResult    PIC x.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "PAYROLL-LEAVEPOST".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".
       77 nReqCnt        PIC 9(4)  VALUE 0.
       77 nReqSub        PIC 9(4)  VALUE 0.
       77 nPerCnt        PIC 999   VALUE 0.
       77 nPerSub        PIC 999   VALUE 0.
       77 nCurPerSub     PIC 999   VALUE 0.
       77 nPostCnt       PIC 9(4)  VALUE 0.
       77 nPostHrs       PIC 9(6)  VALUE 0.
       77 nHeldCnt       PIC 9(4)  VALUE 0.
       77 nWaitCnt       PIC 9(4)  VALUE 0.
       77 nDoneCnt       PIC 999   VALUE 0.
       77 nDoneSub       PIC 999   VALUE 0.
       77 nDoneHrs       PIC 9(4)  VALUE 0.
       77 nPostThrough   PIC 9(8)  VALUE 0.
       77 nPerNumWork    PIC 9(3)  VALUE 0.
       77 nBalWork       PIC s9(4)v99 VALUE 0.
       77 xMstGroupWork  PIC x.
       77 xHoldReason    PIC x(40).

       01 xReqTable.
          05 xReqElement OCCURS 2000 TIMES.
             10 xReqImage    PIC x(113).

       01 xPeriodTable.
          05 xPeriodElement OCCURS 50 TIMES.
             10 nPerNumTbl    PIC 9(3).
             10 nPerStartTbl  PIC 9(8).
             10 nPerEndTbl    PIC 9(8).
             10 xPerStatTbl   PIC x.
             10 xPerGrpTbl    PIC x.

       01 xDoneTable. *> hours posted this run per employee and kind,
          *> so two requests cannot both spend the same balance
          05 xDoneElement OCCURS 500 TIMES.
             10 nDoneEmpTbl   PIC 9999.
             10 xDoneTypeTbl  PIC x.
             10 nDoneHrsTbl   PIC 9(4).

       01 xRptHeading.
          05 FILLER      PIC x(27)  VALUE 'LEAVE REQUESTS POSTED - RUN'.
          05 FILLER      PIC x      VALUE SPACE.
          05 neHeadDate  PIC 9999/99/99.

       01 xRptColumns.
          05 FILLER      PIC x(45)  VALUE
             'REQUEST EMPL KIND FROM       TO          HRS '.
          05 FILLER      PIC x(20)  VALUE 'PERIOD RESULT'.

       01 xRptDetail.
          05 neDtlId     PIC 9(6).
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 neDtlEmp    PIC 9999.
          05 FILLER      PIC x      VALUE SPACE.
          05 xDtlKind    PIC x(4).
          05 FILLER      PIC x      VALUE SPACE.
          05 neDtlStart  PIC 9999/99/99.
          05 FILLER      PIC x      VALUE SPACE.
          05 neDtlEnd    PIC 9999/99/99.
          05 FILLER      PIC x      VALUE SPACE.
          05 neDtlHrs    PIC zz9.
          05 FILLER      PIC x      VALUE SPACE.
          05 neDtlPer    PIC zz9.
          05 FILLER      PIC x(4)   VALUE SPACES.
          05 xDtlResult  PIC x(40).

       01 xRptTotal.
          05 neTotPosted PIC zzz9.
          05 FILLER      PIC x(9)   VALUE ' POSTED ('.
          05 neTotHrs    PIC zzzzz9.
          05 FILLER      PIC x(9)   VALUE ' HOURS), '.
          05 neTotHeld   PIC zzz9.
          05 FILLER      PIC x(8)   VALUE ' HELD, '.
          05 neTotWait   PIC zzz9.
          05 FILLER      PIC x(27)  VALUE ' APPROVED FOR LATER PERIODS'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-POST-REQUEST VARYING nReqSub FROM 1 BY 1
              UNTIL nReqSub > nReqCnt.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE "Payroll.master.idx" TO xMasterFileName.
           ACCEPT xMasterFileName FROM ENVIRONMENT
              "PAYROLL_MASTER_FILE"
              ON EXCEPTION
                 MOVE "Payroll.master.idx" TO xMasterFileName
           END-ACCEPT.
           MOVE "LeaveRequests.txt" TO xLeaveFileName.
           ACCEPT xLeaveFileName FROM ENVIRONMENT
              "PAYROLL_LEAVE_REQ_FILE"
              ON EXCEPTION
                 MOVE "LeaveRequests.txt" TO xLeaveFileName
           END-ACCEPT.
           MOVE "PayPeriod.ctl" TO xPeriodFileName.
           ACCEPT xPeriodFileName FROM ENVIRONMENT
              "PAYROLL_PERIOD_FILE"
              ON EXCEPTION
                 MOVE "PayPeriod.ctl" TO xPeriodFileName
           END-ACCEPT.
           MOVE "Payroll.trans-entry.txt" TO xEntryFileName.
           ACCEPT xEntryFileName FROM ENVIRONMENT
              "PAYROLL_TRANS_ENTRY"
              ON EXCEPTION
                 MOVE "Payroll.trans-entry.txt" TO xEntryFileName
           END-ACCEPT.
           OPEN INPUT MASTERFILE.
           IF xMstFileStatus NOT = '00'
              DISPLAY 'POSTING ABANDONED - CANNOT OPEN MASTER ('
                 FUNCTION TRIM(xMasterFileName) ') STATUS '
                 xMstFileStatus
              MOVE "aborted - master missing" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           CALL "acquireFileLock" USING xLeaveFileName xLockMode
              xLockResult.
           IF xLockResult NOT = 'Y'
              DISPLAY 'LEAVE REQUEST FILE IS LOCKED - A MANAGER OR '
                 'EMPLOYEE IS SAVING A REQUEST. RETRY SHORTLY.'
              MOVE "refused - leave file locked" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           OPEN INPUT LEAVEFILE.
           IF xLeaveStatus = '00'
              PERFORM 110-READ-REQUEST UNTIL xEOF = 'y'
           END-IF.
           CLOSE LEAVEFILE.
           MOVE 'n' TO xEOF.
           OPEN INPUT PERIODFILE.
           IF xPeriodStatus = '00'
              MOVE 'y' TO xPeriodPresent
              PERFORM 120-READ-PERIOD UNTIL xEOF = 'y'
           END-IF.
           CLOSE PERIODFILE.
           OPEN EXTEND ENTRYFILE.
           IF xEntryStatus NOT = '00'
              OPEN OUTPUT ENTRYFILE
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO neHeadDate.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       110-READ-REQUEST.
           READ LEAVEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
      *> the file is rewritten at the end - a request that did not
      *> fit the table would be lost, so nothing is posted at all
                IF nReqCnt < 2000
                   ADD 1 TO nReqCnt
                   MOVE xLeaveRecord TO xReqImage(nReqCnt)
                ELSE
                   DISPLAY 'LEAVE REQUEST TABLE FULL - POSTING '
                      'ABANDONED, ARCHIVE POSTED REQUESTS FIRST'
                   CALL "releaseFileLock" USING xLeaveFileName
                      xLockMode xLockResult
                   MOVE "aborted - leave table full" TO xAuditDetail
                   PERFORM 190-REFUSE
                END-IF,
           END-READ.

       120-READ-PERIOD.
           READ PERIODFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nPerCnt < 50
                   ADD 1 TO nPerCnt
                   MOVE nPerNumIn    TO nPerNumTbl(nPerCnt)
                   MOVE nPerStartIn  TO nPerStartTbl(nPerCnt)
                   MOVE nPerEndIn    TO nPerEndTbl(nPerCnt)
                   MOVE xPerStatusIn TO xPerStatTbl(nPerCnt)
                   MOVE xPerGroupIn  TO xPerGrpTbl(nPerCnt)
                END-IF,
           END-READ.

       190-REFUSE.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.

       200-POST-REQUEST.
           MOVE xReqImage(nReqSub) TO xLeaveRecord.
           IF xLrqStatus = 'A'
              MOVE SPACES TO xHoldReason
              MOVE 0 TO nPerNumWork
              PERFORM 210-CHECK-EMPLOYEE
              IF xHoldReason = SPACES
                 PERFORM 220-FIND-PERIOD
              END-IF
              IF xHoldReason = SPACES
                 IF nLrqStart > nPostThrough
                    ADD 1 TO nWaitCnt
                 ELSE
                    PERFORM 230-CHECK-BALANCE
                    IF xHoldReason = SPACES
                       PERFORM 240-WRITE-ENTRY
                    END-IF
                 END-IF
              END-IF
              IF xHoldReason NOT = SPACES
                 ADD 1 TO nHeldCnt
                 MOVE 'WARNING' TO xEojCode
                 MOVE xHoldReason TO xDtlResult
                 PERFORM 250-PRINT-DETAIL
              END-IF
           END-IF.

       210-CHECK-EMPLOYEE.
           MOVE nLrqEmpl TO nMstEmplNum.
           READ MASTERFILE
              INVALID KEY
                 MOVE 'HELD - EMPLOYEE NOT ON THE MASTER'
                    TO xHoldReason
              NOT INVALID KEY
                 IF xMstStatus = 'I'
                    MOVE 'HELD - EMPLOYEE INACTIVE' TO xHoldReason
                 END-IF
           END-READ.

       220-FIND-PERIOD. *> the group's open period covering the run
          *> date bounds what may post now
           IF xPeriodPresent = 'n'
              MOVE nRunDate TO nPostThrough
           ELSE
              MOVE xMstPayGroup TO xMstGroupWork
              IF xMstGroupWork = SPACE
                 MOVE 'W' TO xMstGroupWork
              END-IF
              MOVE 0 TO nCurPerSub
              PERFORM VARYING nPerSub FROM 1 BY 1
                 UNTIL nPerSub > nPerCnt
                 IF xPerGrpTbl(nPerSub) = xMstGroupWork
                    OR (xPerGrpTbl(nPerSub) = SPACE
                       AND xMstGroupWork = 'W')
                    IF nRunDate NOT < nPerStartTbl(nPerSub)
                       AND nRunDate NOT > nPerEndTbl(nPerSub)
                       MOVE nPerSub TO nCurPerSub
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              IF nCurPerSub = 0
                 MOVE 'HELD - NO PAY PERIOD COVERS THE RUN DATE'
                    TO xHoldReason
              ELSE
                 IF xPerStatTbl(nCurPerSub) = 'C'
                    MOVE 'HELD - CURRENT PAY PERIOD IS CLOSED'
                       TO xHoldReason
                 ELSE
                    MOVE nPerEndTbl(nCurPerSub) TO nPostThrough
                    MOVE nPerNumTbl(nCurPerSub) TO nPerNumWork
                 END-IF
              END-IF
           END-IF.

       230-CHECK-BALANCE. *> the balance on the master less what
          *> this run has already posted against it
           MOVE 0 TO nDoneHrs.
           PERFORM VARYING nDoneSub FROM 1 BY 1
              UNTIL nDoneSub > nDoneCnt
              IF nDoneEmpTbl(nDoneSub) = nLrqEmpl
                 AND xDoneTypeTbl(nDoneSub) = xLrqType
                 MOVE nDoneHrsTbl(nDoneSub) TO nDoneHrs
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF xLrqType = 'L'
              COMPUTE nBalWork = nMstVacBal - nDoneHrs
           ELSE
              COMPUTE nBalWork = nMstSickBal - nDoneHrs
           END-IF.
           IF nLrqHrs > nBalWork
              MOVE 'HELD - BALANCE NO LONGER COVERS IT'
                 TO xHoldReason
           END-IF.

       240-WRITE-ENTRY.
           MOVE SPACES TO xEntryRecord.
           MOVE nLrqEmpl TO xEntEmpl.
           MOVE nLrqHrs TO xEntHrs.
           MOVE xLrqType TO xEntType.
           WRITE xEntryRecord.
           MOVE 'F' TO xLrqStatus.
           MOVE nPerNumWork TO nLrqPerNum.
           MOVE xLeaveRecord TO xReqImage(nReqSub).
           ADD 1 TO nPostCnt.
           ADD nLrqHrs TO nPostHrs.
           IF nDoneSub > nDoneCnt AND nDoneCnt < 500
              ADD 1 TO nDoneCnt
              MOVE nDoneCnt TO nDoneSub
              MOVE nLrqEmpl TO nDoneEmpTbl(nDoneSub)
              MOVE xLrqType TO xDoneTypeTbl(nDoneSub)
              MOVE 0 TO nDoneHrsTbl(nDoneSub)
           END-IF.
           IF nDoneSub NOT > nDoneCnt
              ADD nLrqHrs TO nDoneHrsTbl(nDoneSub)
           END-IF.
           MOVE 'POSTED' TO xDtlResult.
           PERFORM 250-PRINT-DETAIL.

       250-PRINT-DETAIL.
           MOVE nLrqId TO neDtlId.
           MOVE nLrqEmpl TO neDtlEmp.
           IF xLrqType = 'L'
              MOVE 'VAC' TO xDtlKind
           ELSE
              MOVE 'SICK' TO xDtlKind
           END-IF.
           MOVE nLrqStart TO neDtlStart.
           MOVE nLrqEnd TO neDtlEnd.
           MOVE nLrqHrs TO neDtlHrs.
           MOVE nPerNumWork TO neDtlPer.
           MOVE xRptDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xRptDetail.

       300-TERMINATION.
           CLOSE MASTERFILE.
           CLOSE ENTRYFILE.
           OPEN OUTPUT LEAVEFILE.
           PERFORM VARYING nReqSub FROM 1 BY 1
              UNTIL nReqSub > nReqCnt
              MOVE xReqImage(nReqSub) TO xLeaveRecord
              WRITE xLeaveRecord
           END-PERFORM.
           CLOSE LEAVEFILE.
           CALL "releaseFileLock" USING xLeaveFileName xLockMode
              xLockResult.
           MOVE nPostCnt TO neTotPosted.
           MOVE nPostHrs TO neTotHrs.
           MOVE nHeldCnt TO neTotHeld.
           MOVE nWaitCnt TO neTotWait.
           MOVE xRptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           DISPLAY xRptTotal.
           STRING "posted=" DELIMITED BY SIZE
              nPostCnt DELIMITED BY SIZE
              " hours=" DELIMITED BY SIZE
              nPostHrs DELIMITED BY SIZE
              " held=" DELIMITED BY SIZE
              nHeldCnt DELIMITED BY SIZE
              " later=" DELIMITED BY SIZE
              nWaitCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
