       identification division.
       PROGRAM-ID. PAYROLL-LEAVEOPEN.
       author. WYATT SHANAHAN.

      *> Open leave for scheduling. Lists every web leave request
      *> not yet paid - pending a manager's decision, or approved
      *> and waiting for PAYROLL-LEAVEPOST to reach its pay period -
      *> by department, in date order, with the department's name
      *> and approving manager from Departments.txt and the hours
      *> out per department by kind. A pending request whose first
      *> day has already come is flagged, as is a department with no
      *> manager web login to approve anything; either ends the job
      *> WARNING so the payroll office chases it before the run.

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
           SELECT OPTIONAL DEPTREFFILE ASSIGN TO DYNAMIC
              xDeptRefFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDeptRefStatus.
           SELECT RPTFILE ASSIGN TO "Payroll-leaveopen.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD MASTERFILE.
       01 xMstRecord.
          05 nMstDeptNum    PIC 9.
          05 nMstEmplNum    PIC 9999.
          05 xMstLName      PIC x(20).
          05 xMstFName      PIC x(20).
          05 xMstRest       PIC x(105).

       FD LEAVEFILE. *> web leave requests (Pay-LeaveRequest)
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

       FD DEPTREFFILE. *> department reference (REF-MAINT)
       01 xDeptRefRecord.
          05 nDptNumIn      PIC 9.
          05 xDptNameIn     PIC x(20).
          05 xDptMgrIn      PIC x(20).
          05 xDptMgrUserIn  PIC x(16).

       FD RPTFILE.
       01 xRptLine       PIC x(100).

       WORKING-STORAGE SECTION.

       77 xMasterFileName PIC X(100).
       77 xMstFileStatus PIC xx.
       77 xMasterOpen    PIC x     VALUE 'n'.
       77 xLeaveFileName PIC X(100).
       77 xLeaveStatus   PIC xx.
       77 xDeptRefFileName PIC X(100).
       77 xDeptRefStatus PIC xx.
       77 xEOF           PIC x     VALUE 'n'.
       77 xLockMode      PIC x     VALUE 'S'.
       77 xLockResult    PIC x.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "PAYROLL-LEAVEOPEN".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".
       77 nOpenCnt       PIC 9(4)  VALUE 0.
       77 nOpenSub       PIC 9(4)  VALUE 0.
       77 nPendCnt       PIC 9(4)  VALUE 0.
       77 nApprCnt       PIC 9(4)  VALUE 0.
       77 nOverdueCnt    PIC 9(4)  VALUE 0.
       77 nNoMgrCnt      PIC 99    VALUE 0.
       77 nCurDept       PIC 9     VALUE 0.
       77 nDeptIdx       PIC 99    VALUE 0.
       77 nDeptVacHrs    PIC 9(5)  VALUE 0.
       77 nDeptSickHrs   PIC 9(5)  VALUE 0.
       77 xFirstRow      PIC x     VALUE 'y'.

       01 xDeptTable. *> indexed by department number + 1
          05 xDeptElement OCCURS 10 TIMES.
             10 xDeptNameTbl  PIC x(20).
             10 xDeptMgrTbl   PIC x(20).
             10 xDeptUserTbl  PIC x(16).

       01 xOpenTable. *> DEPENDING ON so the sort orders only the
          *> requests loaded
          05 xOpenElement OCCURS 1 TO 2000 TIMES
             DEPENDING ON nOpenCnt.
             10 nOpnDeptTbl   PIC 9.
             10 nOpnStartTbl  PIC 9(8).
             10 nOpnEndTbl    PIC 9(8).
             10 nOpnIdTbl     PIC 9(6).
             10 nOpnEmpTbl    PIC 9999.
             10 xOpnTypeTbl   PIC x.
             10 nOpnHrsTbl    PIC 999.
             10 xOpnStatTbl   PIC x.

       01 xRptHeading.
          05 FILLER      PIC x(30)
                         VALUE 'OPEN LEAVE REQUESTS AS OF '.
          05 neHeadDate  PIC 9999/99/99.

       01 xDeptHeading.
          05 FILLER      PIC x(5)   VALUE 'DEPT '.
          05 neDeptNum   PIC 9.
          05 FILLER      PIC x      VALUE SPACE.
          05 xDeptName   PIC x(20).
          05 FILLER      PIC x(9)   VALUE ' MANAGER '.
          05 xDeptMgr    PIC x(20).
          05 FILLER      PIC x      VALUE SPACE.
          05 xDeptLogin  PIC x(30).

       01 xRptColumns.
          05 FILLER      PIC x(46)  VALUE
             '  REQUEST EMPL NAME                      KIND '.
          05 FILLER      PIC x(40)  VALUE
             'FROM       TO          HRS STATUS'.

       01 xRptDetail.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 neDtlId     PIC 9(6).
          05 FILLER      PIC x      VALUE SPACE.
          05 neDtlEmp    PIC 9999.
          05 FILLER      PIC x      VALUE SPACE.
          05 xDtlName    PIC x(26).
          05 FILLER      PIC x      VALUE SPACE.
          05 xDtlKind    PIC x(4).
          05 FILLER      PIC x      VALUE SPACE.
          05 neDtlStart  PIC 9999/99/99.
          05 FILLER      PIC x      VALUE SPACE.
          05 neDtlEnd    PIC 9999/99/99.
          05 FILLER      PIC x      VALUE SPACE.
          05 neDtlHrs    PIC zz9.
          05 FILLER      PIC x      VALUE SPACE.
          05 xDtlStatus  PIC x(24).

       01 xDeptTotal.
          05 FILLER      PIC x(22)  VALUE '  DEPARTMENT HOURS OUT'.
          05 FILLER      PIC x(11)  VALUE '  VACATION '.
          05 neDeptVac   PIC zzzz9.
          05 FILLER      PIC x(7)   VALUE '  SICK '.
          05 neDeptSick  PIC zzzz9.

       01 xRptTotal.
          05 neTotPend   PIC zzz9.
          05 FILLER      PIC x(11)  VALUE ' PENDING, '.
          05 neTotAppr   PIC zzz9.
          05 FILLER      PIC x(22)  VALUE ' APPROVED NOT YET PAID'.
          05 FILLER      PIC x(2)   VALUE ', '.
          05 neTotOver   PIC zzz9.
          05 FILLER      PIC x(27)  VALUE ' PENDING PAST THEIR START'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-PRINT-REQUEST VARYING nOpenSub FROM 1 BY 1
              UNTIL nOpenSub > nOpenCnt.
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
           MOVE "Departments.txt" TO xDeptRefFileName.
           ACCEPT xDeptRefFileName FROM ENVIRONMENT "DEPT_REF_FILE"
              ON EXCEPTION
                 MOVE "Departments.txt" TO xDeptRefFileName
           END-ACCEPT.
      *> names are a courtesy on a scheduling list - without the
      *> master the requests still print, by number
           OPEN INPUT MASTERFILE.
           IF xMstFileStatus = '00'
              MOVE 'y' TO xMasterOpen
           ELSE
              DISPLAY 'MASTER NOT AVAILABLE (STATUS ' xMstFileStatus
                 ') - NAMES LEFT BLANK'
           END-IF.
           MOVE SPACES TO xDeptTable.
           OPEN INPUT DEPTREFFILE.
           IF xDeptRefStatus = '00'
              PERFORM 110-READ-DEPT UNTIL xEOF = 'y'
           END-IF.
           CLOSE DEPTREFFILE.
           MOVE 'n' TO xEOF.
           CALL "acquireFileLock" USING xLeaveFileName xLockMode
              xLockResult.
           IF xLockResult NOT = 'Y'
              DISPLAY 'LEAVE REQUEST FILE IS LOCKED - RETRY SHORTLY.'
              MOVE "refused - leave file locked" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
                 xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           MOVE 0 TO nOpenCnt.
           OPEN INPUT LEAVEFILE.
           IF xLeaveStatus = '00'
              PERFORM 120-READ-REQUEST UNTIL xEOF = 'y'
           END-IF.
           CLOSE LEAVEFILE.
           CALL "releaseFileLock" USING xLeaveFileName xLockMode
              xLockResult.
           IF nOpenCnt > 1
              SORT xOpenElement
                 ON ASCENDING KEY nOpnDeptTbl
                 ON ASCENDING KEY nOpnStartTbl
                 ON ASCENDING KEY nOpnIdTbl
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO neHeadDate.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 2 LINES.
           DISPLAY xRptHeading.

       110-READ-DEPT.
           READ DEPTREFFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                COMPUTE nDeptIdx = nDptNumIn + 1
                MOVE xDptNameIn TO xDeptNameTbl(nDeptIdx)
                MOVE xDptMgrIn TO xDeptMgrTbl(nDeptIdx)
                MOVE xDptMgrUserIn TO xDeptUserTbl(nDeptIdx),
           END-READ.

       120-READ-REQUEST.
           READ LEAVEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xLrqStatus = 'P' OR xLrqStatus = 'A'
                   IF nOpenCnt < 2000
                      ADD 1 TO nOpenCnt
                      MOVE nLrqDept TO nOpnDeptTbl(nOpenCnt)
                      MOVE nLrqStart TO nOpnStartTbl(nOpenCnt)
                      MOVE nLrqEnd TO nOpnEndTbl(nOpenCnt)
                      MOVE nLrqId TO nOpnIdTbl(nOpenCnt)
                      MOVE nLrqEmpl TO nOpnEmpTbl(nOpenCnt)
                      MOVE xLrqType TO xOpnTypeTbl(nOpenCnt)
                      MOVE nLrqHrs TO nOpnHrsTbl(nOpenCnt)
                      MOVE xLrqStatus TO xOpnStatTbl(nOpenCnt)
                   ELSE
                      DISPLAY 'OPEN LEAVE TABLE FULL - REQUEST '
                         nLrqId ' NOT LISTED'
                      MOVE 'WARNING' TO xEojCode
                   END-IF
                END-IF,
           END-READ.

       200-PRINT-REQUEST.
           IF xFirstRow = 'y'
              OR nOpnDeptTbl(nOpenSub) NOT = nCurDept
              IF xFirstRow = 'n'
                 PERFORM 220-DEPT-TOTAL
              END-IF
              MOVE 'n' TO xFirstRow
              MOVE nOpnDeptTbl(nOpenSub) TO nCurDept
              PERFORM 210-DEPT-HEADING
           END-IF.
           MOVE nOpnIdTbl(nOpenSub) TO neDtlId.
           MOVE nOpnEmpTbl(nOpenSub) TO neDtlEmp.
           MOVE SPACES TO xDtlName.
           IF xMasterOpen = 'y'
              MOVE nOpnEmpTbl(nOpenSub) TO nMstEmplNum
              READ MASTERFILE
                 INVALID KEY
                    MOVE '(NOT ON MASTER)' TO xDtlName
                 NOT INVALID KEY
                    STRING xMstLName DELIMITED BY '  '
                       ', ' DELIMITED BY SIZE
                       xMstFName DELIMITED BY '  '
                       INTO xDtlName
                       ON OVERFLOW CONTINUE
                    END-STRING
              END-READ
           END-IF.
           IF xOpnTypeTbl(nOpenSub) = 'L'
              MOVE 'VAC' TO xDtlKind
              ADD nOpnHrsTbl(nOpenSub) TO nDeptVacHrs
           ELSE
              MOVE 'SICK' TO xDtlKind
              ADD nOpnHrsTbl(nOpenSub) TO nDeptSickHrs
           END-IF.
           MOVE nOpnStartTbl(nOpenSub) TO neDtlStart.
           MOVE nOpnEndTbl(nOpenSub) TO neDtlEnd.
           MOVE nOpnHrsTbl(nOpenSub) TO neDtlHrs.
           IF xOpnStatTbl(nOpenSub) = 'A'
              MOVE 'APPROVED' TO xDtlStatus
              ADD 1 TO nApprCnt
           ELSE
              ADD 1 TO nPendCnt
              IF nOpnStartTbl(nOpenSub) NOT > nRunDate
                 MOVE 'PENDING - PAST ITS START' TO xDtlStatus
                 ADD 1 TO nOverdueCnt
                 MOVE 'WARNING' TO xEojCode
              ELSE
                 MOVE 'PENDING' TO xDtlStatus
              END-IF
           END-IF.
           MOVE xRptDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       210-DEPT-HEADING.
           MOVE 0 TO nDeptVacHrs, nDeptSickHrs.
           COMPUTE nDeptIdx = nCurDept + 1.
           MOVE nCurDept TO neDeptNum.
           MOVE xDeptNameTbl(nDeptIdx) TO xDeptName.
           MOVE xDeptMgrTbl(nDeptIdx) TO xDeptMgr.
           IF xDeptUserTbl(nDeptIdx) = SPACES
              MOVE '** NO APPROVER LOGIN **' TO xDeptLogin
              ADD 1 TO nNoMgrCnt
              MOVE 'WARNING' TO xEojCode
           ELSE
              MOVE SPACES TO xDeptLogin
              STRING '(' DELIMITED BY SIZE
                 xDeptUserTbl(nDeptIdx) DELIMITED BY SPACE
                 ')' DELIMITED BY SIZE
                 INTO xDeptLogin
              END-STRING
           END-IF.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xDeptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       220-DEPT-TOTAL.
           MOVE nDeptVacHrs TO neDeptVac.
           MOVE nDeptSickHrs TO neDeptSick.
           MOVE xDeptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       300-TERMINATION.
           IF xFirstRow = 'n'
              PERFORM 220-DEPT-TOTAL
           ELSE
              MOVE 'NO OPEN LEAVE REQUESTS' TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           END-IF.
           IF xMasterOpen = 'y'
              CLOSE MASTERFILE
           END-IF.
           MOVE nPendCnt TO neTotPend.
           MOVE nApprCnt TO neTotAppr.
           MOVE nOverdueCnt TO neTotOver.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           DISPLAY xRptTotal.
           STRING "pending=" DELIMITED BY SIZE
              nPendCnt DELIMITED BY SIZE
              " approved=" DELIMITED BY SIZE
              nApprCnt DELIMITED BY SIZE
              " overdue=" DELIMITED BY SIZE
              nOverdueCnt DELIMITED BY SIZE
              " noapprover=" DELIMITED BY SIZE
              nNoMgrCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
