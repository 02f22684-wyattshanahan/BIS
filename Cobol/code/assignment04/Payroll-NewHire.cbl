       identification division.
       PROGRAM-ID. PAYROLL-NEWHIRE.
       author. WYATT SHANAHAN.

      *> Weekly state new-hire report. PAYROLL-MAINT queues every add
      *> (and every N re-queue) on NewHireQueue.txt; this job drains
      *> the queue into the state's new-hire file - employee name,
      *> SSN, address and hire date, with the employer's identity
      *> from Employer.txt on every record - and lists what it did.
      *> A hire with no demographic record yet cannot be reported
      *> (no SSN, no address): it is listed as HELD and written back
      *> to the queue for next week. Anything reported or held more
      *> than 20 days after the hire date is flagged LATE - the
      *> state's deadline - and ends the job WARNING so the morning
      *> check sees it.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL NEWHIREQ ASSIGN TO DYNAMIC xNewHireFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xNhqStatus.
           SELECT OPTIONAL DEMOFILE ASSIGN TO DYNAMIC xDemoFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDemoStatus.
           SELECT OPTIONAL EMPLOYERFILE ASSIGN TO DYNAMIC
              xEmployerFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xEmployerStatus.
           SELECT STATEFILE ASSIGN TO "Payroll-NewHire-state.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LISTFILE ASSIGN TO "Payroll-NewHire-list.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD NEWHIREQ. *> same layout PAYROLL-MAINT appends
       01 xNewHireRec.
          05 nNhqEmplNum     PIC 9999.
          05 nNhqHireDate    PIC 9(8).
          05 nNhqQueueDate   PIC 9(8).
          05 xNhqLName       PIC x(20).
          05 xNhqFName       PIC x(20).
          05 xNhqWorkState   PIC xx.

       FD DEMOFILE. *> employee demographics (PAYROLL-DEMO)
       01 xDemoRecord.
          05 nDemEmplNumIn  PIC 9999.
          05 xDemSsnIn      PIC x(9).
          05 xDemAddr1In    PIC x(30).
          05 xDemAddr2In    PIC x(30).
          05 xDemCityIn     PIC x(20).
          05 xDemStateIn    PIC xx.
          05 xDemZipIn      PIC x(10).

       FD EMPLOYERFILE. *> one record - who the state is hearing from
       01 xEmployerRecord.
          05 xEmpFeinIn     PIC x(9).
          05 xEmpStateIdIn  PIC x(12). *> state employer account
          05 xEmpNameIn     PIC x(40).
          05 xEmpAddr1In    PIC x(30).
          05 xEmpCityIn     PIC x(20).
          05 xEmpStateIn    PIC xx.
          05 xEmpZipIn      PIC x(10).

       FD STATEFILE. *> fixed-format new-hire records for the state
       01 xStateRecord.
          05 xStRecType     PIC xx. *> 'NH'
          05 xStSsn         PIC x(9).
          05 xStFName       PIC x(20).
          05 xStLName       PIC x(20).
          05 xStAddr1       PIC x(30).
          05 xStAddr2       PIC x(30).
          05 xStCity        PIC x(20).
          05 xStState       PIC xx.
          05 xStZip         PIC x(10).
          05 nStHireDate    PIC 9(8).
          05 xStWorkState   PIC xx.
          05 xStFein        PIC x(9).
          05 xStStateId     PIC x(12).
          05 xStEmpName     PIC x(40).
          05 xStEmpAddr1    PIC x(30).
          05 xStEmpCity     PIC x(20).
          05 xStEmpState    PIC xx.
          05 xStEmpZip      PIC x(10).

       FD LISTFILE.
       01 xListLine      PIC x(90).

       WORKING-STORAGE SECTION.

       77 xNewHireFileName PIC X(100).
       77 xDemoFileName  PIC X(100).
       77 xEmployerFileName PIC X(100).
       77 xNhqStatus     PIC xx.
       77 xDemoStatus    PIC xx.
       77 xEmployerStatus PIC xx.
       77 xEOF           PIC x     VALUE 'n'.
       77 xLockMode      PIC x     VALUE 'X'.
       77 xLockResult    PIC x.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "PAYROLL-NEWHIRE".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
       77 xEojCounts     PIC X(60) VALUE SPACES.
           COPY "rundate-ws.cbl".
       77 nDemoCnt       PIC 999   VALUE 0.
       77 nDemoSub       PIC 999   VALUE 0.
       77 xDemoFound     PIC x     VALUE 'n'.
       77 nHeldCnt       PIC 999   VALUE 0.
       77 nHeldSub       PIC 999   VALUE 0.
       77 nQueueCnt      PIC 999   VALUE 0.
       77 nReportCnt     PIC 999   VALUE 0.
       77 nLateCnt       PIC 999   VALUE 0.
       77 nDaysOut       PIC s9(5) VALUE 0.
       77 nDeadlineDays  PIC 99    VALUE 20.
       77 xSsnProgram    PIC X(20) VALUE 'PAYROLL-NEWHIRE'.
       77 xSsnAction     PIC X(8)  VALUE 'EXTRACT'.

       01 xDemoTable. *> SSN and address per employee
          05 xDemoElement OCCURS 300 TIMES.
             10 nDemEmpTbl    PIC 9999.
             10 xDemSsnTbl    PIC x(9).
             10 xDemAddr1Tbl  PIC x(30).
             10 xDemAddr2Tbl  PIC x(30).
             10 xDemCityTbl   PIC x(20).
             10 xDemStateTbl  PIC xx.
             10 xDemZipTbl    PIC x(10).

       01 xHeldTable. *> queue entries that go back on the queue
          05 xHeldElement OCCURS 200 TIMES.
             10 xHeldRec      PIC x(62).

       01 xListHeading.
          05 FILLER      PIC x(26)  VALUE 'STATE NEW-HIRE REPORT RUN '.
          05 neHeadDate  PIC 9999/99/99.

       01 xListColumns.
          05 FILLER      PIC x(44)  VALUE
             'EMPL  NAME                       HIRED      '.
          05 FILLER      PIC x(30)  VALUE
             'DAYS  STATUS'.

       01 xListDetail.
          05 neListEmp   PIC 9999.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 xListName   PIC x(26).
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neListHire  PIC 9999/99/99.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neListDays  PIC zzz9-.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xListStatus PIC x(36).

       01 xListTotal.
          05 neTotReported PIC zz9.
          05 FILLER      PIC x(11)  VALUE ' REPORTED, '.
          05 neTotHeld   PIC zz9.
          05 FILLER      PIC x(7)   VALUE ' HELD, '.
          05 neTotLate   PIC zz9.
          05 FILLER      PIC x(22)  VALUE ' PAST THE 20-DAY LIMIT'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-LOOP UNTIL xEOF = 'y'.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE "NewHireQueue.txt" TO xNewHireFileName.
           ACCEPT xNewHireFileName FROM ENVIRONMENT
              "PAYROLL_NEWHIRE_QUEUE"
              ON EXCEPTION
                 MOVE "NewHireQueue.txt" TO xNewHireFileName
           END-ACCEPT.
           MOVE "PayDemographics.txt" TO xDemoFileName.
           ACCEPT xDemoFileName FROM ENVIRONMENT "PAYROLL_DEMO_FILE"
              ON EXCEPTION
                 MOVE "PayDemographics.txt" TO xDemoFileName
           END-ACCEPT.
           MOVE "Employer.txt" TO xEmployerFileName.
           ACCEPT xEmployerFileName FROM ENVIRONMENT
              "PAYROLL_EMPLOYER_FILE"
              ON EXCEPTION
                 MOVE "Employer.txt" TO xEmployerFileName
           END-ACCEPT.
      *> the state rejects a file with no employer on it - refuse
      *> before the queue is touched
           OPEN INPUT EMPLOYERFILE.
           IF xEmployerStatus = '00'
              READ EMPLOYERFILE
                 AT END
                    MOVE SPACES TO xEmployerRecord
              END-READ
           ELSE
              MOVE SPACES TO xEmployerRecord
           END-IF.
           CLOSE EMPLOYERFILE.
           IF xEmpFeinIn = SPACES
              DISPLAY 'NO EMPLOYER RECORD ('
                 FUNCTION TRIM(xEmployerFileName)
                 ') - NEW-HIRE REPORT REFUSED'
              MOVE "refused - no employer record" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           CALL "acquireFileLock" USING xNewHireFileName xLockMode
              xLockResult.
           IF xLockResult NOT = 'Y'
              DISPLAY 'NEW-HIRE QUEUE IS LOCKED - A MAINTENANCE '
                 'SESSION IS QUEUING A HIRE. RETRY SHORTLY.'
              MOVE "refused - queue locked" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           PERFORM 110-LOAD-DEMO.
           OPEN INPUT NEWHIREQ.
           IF xNhqStatus NOT = '00'
              MOVE 'y' TO xEOF
           END-IF.
           OPEN OUTPUT STATEFILE.
           OPEN OUTPUT LISTFILE.
           MOVE nRunDate TO neHeadDate.
           MOVE xListHeading TO xListLine.
           WRITE xListLine BEFORE ADVANCING 1 LINE.
           MOVE xListColumns TO xListLine.
           WRITE xListLine BEFORE ADVANCING 1 LINE.

       110-LOAD-DEMO. *> DEMOFILE is OPTIONAL - with none on file
          *> every hire is held
           OPEN INPUT DEMOFILE.
           IF xDemoStatus = '00'
              PERFORM 111-READ-DEMO UNTIL xEOF = 'y'
           END-IF.
           CLOSE DEMOFILE.
           MOVE 'n' TO xEOF.

       111-READ-DEMO.
           READ DEMOFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nDemoCnt < 300
                   ADD 1 TO nDemoCnt
                   MOVE nDemEmplNumIn TO nDemEmpTbl(nDemoCnt)
                   MOVE xDemSsnIn     TO xDemSsnTbl(nDemoCnt)
                   MOVE xDemAddr1In   TO xDemAddr1Tbl(nDemoCnt)
                   MOVE xDemAddr2In   TO xDemAddr2Tbl(nDemoCnt)
                   MOVE xDemCityIn    TO xDemCityTbl(nDemoCnt)
                   MOVE xDemStateIn   TO xDemStateTbl(nDemoCnt)
                   MOVE xDemZipIn     TO xDemZipTbl(nDemoCnt)
                ELSE
                   DISPLAY 'DEMOGRAPHIC TABLE FULL - RECORD FOR '
                      nDemEmplNumIn ' SKIPPED'
                END-IF,
           END-READ.

       190-REFUSE.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.

       200-LOOP.
           READ NEWHIREQ
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                ADD 1 TO nQueueCnt
                PERFORM 210-PROCESS-HIRE,
           END-READ.

       210-PROCESS-HIRE.
           MOVE nNhqEmplNum TO neListEmp.
           MOVE SPACES TO xListName.
           STRING xNhqLName DELIMITED BY '  '
              ', ' DELIMITED BY SIZE
              xNhqFName DELIMITED BY '  '
              INTO xListName
              ON OVERFLOW CONTINUE
           END-STRING.
           MOVE nNhqHireDate TO neListHire.
           MOVE 0 TO nDaysOut.
           IF nNhqHireDate NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(nNhqHireDate) = 0
              COMPUTE nDaysOut =
                 FUNCTION INTEGER-OF-DATE(nRunDate) -
                 FUNCTION INTEGER-OF-DATE(nNhqHireDate)
           END-IF.
           MOVE nDaysOut TO neListDays.
           PERFORM 220-FIND-DEMO.
           IF xDemoFound = 'y'
              PERFORM 230-WRITE-STATE
              ADD 1 TO nReportCnt
              MOVE 'REPORTED' TO xListStatus
           ELSE
              PERFORM 240-HOLD-HIRE
              MOVE 'HELD - NO DEMOGRAPHICS ON FILE' TO xListStatus
           END-IF.
           IF nDaysOut > nDeadlineDays
              ADD 1 TO nLateCnt
              MOVE 'WARNING' TO xEojCode
              MOVE 'LATE' TO xListStatus(32:4)
           END-IF.
           MOVE xListDetail TO xListLine.
           WRITE xListLine BEFORE ADVANCING 1 LINE.

       220-FIND-DEMO.
           MOVE 'n' TO xDemoFound.
           PERFORM VARYING nDemoSub FROM 1 BY 1
              UNTIL nDemoSub > nDemoCnt
              IF nDemEmpTbl(nDemoSub) = nNhqEmplNum
                 MOVE 'y' TO xDemoFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       230-WRITE-STATE.
           MOVE 'NH' TO xStRecType.
           MOVE xDemSsnTbl(nDemoSub) TO xStSsn.
           MOVE xNhqFName TO xStFName.
           MOVE xNhqLName TO xStLName.
           MOVE xDemAddr1Tbl(nDemoSub) TO xStAddr1.
           MOVE xDemAddr2Tbl(nDemoSub) TO xStAddr2.
           MOVE xDemCityTbl(nDemoSub) TO xStCity.
           MOVE xDemStateTbl(nDemoSub) TO xStState.
           MOVE xDemZipTbl(nDemoSub) TO xStZip.
           MOVE nNhqHireDate TO nStHireDate.
           MOVE xNhqWorkState TO xStWorkState.
           MOVE xEmpFeinIn TO xStFein.
           MOVE xEmpStateIdIn TO xStStateId.
           MOVE xEmpNameIn TO xStEmpName.
           MOVE xEmpAddr1In TO xStEmpAddr1.
           MOVE xEmpCityIn TO xStEmpCity.
           MOVE xEmpStateIn TO xStEmpState.
           MOVE xEmpZipIn TO xStEmpZip.
           WRITE xStateRecord.
           IF xStSsn NOT = SPACES
              CALL "logSsnAccess" USING xSsnProgram nNhqEmplNum
                 xSsnAction
           END-IF.

       240-HOLD-HIRE.
           IF nHeldCnt < 200
              ADD 1 TO nHeldCnt
              MOVE xNewHireRec TO xHeldRec(nHeldCnt)
           ELSE
              DISPLAY 'HELD TABLE FULL - EMPLOYEE ' nNhqEmplNum
                 ' DROPPED FROM THE QUEUE, RE-QUEUE IT IN MAINT'
           END-IF.
           MOVE 'WARNING' TO xEojCode.

       300-TERMINATION.
           CLOSE NEWHIREQ.
      *> the queue is rewritten with only what was held back
           OPEN OUTPUT NEWHIREQ.
           PERFORM VARYING nHeldSub FROM 1 BY 1
              UNTIL nHeldSub > nHeldCnt
              MOVE xHeldRec(nHeldSub) TO xNewHireRec
              WRITE xNewHireRec
           END-PERFORM.
           CLOSE NEWHIREQ.
           CALL "releaseFileLock" USING xNewHireFileName xLockMode
              xLockResult.
           CLOSE STATEFILE.
           MOVE nReportCnt TO neTotReported.
           MOVE nHeldCnt TO neTotHeld.
           MOVE nLateCnt TO neTotLate.
           MOVE xListTotal TO xListLine.
           WRITE xListLine BEFORE ADVANCING 1 LINE.
           CLOSE LISTFILE.
           DISPLAY xListTotal.
           STRING "queued=" DELIMITED BY SIZE
              nQueueCnt DELIMITED BY SIZE
              " reported=" DELIMITED BY SIZE
              nReportCnt DELIMITED BY SIZE
              " held=" DELIMITED BY SIZE
              nHeldCnt DELIMITED BY SIZE
              " late=" DELIMITED BY SIZE
              nLateCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE xAuditDetail TO xEojCounts.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xEojCounts.
