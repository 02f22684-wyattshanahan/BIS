       identification division.
       PROGRAM-ID. PAYROLL-GARNREMIT.
       author. WYATT SHANAHAN.

      *> Garnishment remittance run, after PAYROLL-01. Every
      *> withholding PAYROLL-01 took (or restored on a reversal) is
      *> queued on Payroll-01-garnremit.txt with the case's payee.
      *> This run pays the queue:
      *>   - one check per payee for the total of its cases, the
      *>     payee's remit address from GarnPayees.txt on the check
      *>     and an employee / case detail list under it
      *>   - each check is numbered from NextCheck.ctl, appended to
      *>     CheckIssued.txt (employee 0000) and written to its own
      *>     positive-pay file for the bank
      *>   - a case whose balance reached zero gets a closure notice
      *>     to the payee and one to the employee
      *> A case with no payee, a payee not on the reference, or a
      *> payee whose total nets to zero or less is not paid - its
      *> lines stay on the queue for the next run and the job ends
      *> WARNING. A case number not in the payee's case reference
      *> format is paid but reported.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL REMITQFILE ASSIGN TO
              "Payroll-01-garnremit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRemitQStatus.
           SELECT OPTIONAL PAYEEFILE ASSIGN TO DYNAMIC xPayeeFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xPayeeStatus.
           SELECT OPTIONAL DEMOFILE ASSIGN TO DYNAMIC xDemoFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDemoStatus.
           SELECT OPTIONAL CHKCTLFILE ASSIGN TO "NextCheck.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xChkCtlStatus.
           SELECT OPTIONAL ISSUEFILE ASSIGN TO "CheckIssued.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xIssueStatus.
           SELECT CHECKFILE ASSIGN TO "Payroll-garnremit-checks.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSPAYFILE ASSIGN TO
              "Payroll-garnremit-positivepay.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "Payroll-garnremit.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICEFILE ASSIGN TO "Payroll-garn-closures.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD REMITQFILE. *> PAYROLL-01's remittance queue
       01 xRemitQRecord.
          05 nRmqDateIn     PIC 9(8).
          05 xRmqPayeeIn    PIC x(6).
          05 xRmqCaseIn     PIC x(10).
          05 nRmqEmpIn      PIC 9999.
          05 xRmqNameIn     PIC x(30).
          05 nRmqAmtIn      PIC s9(5)v99 SIGN IS TRAILING.
          05 nRmqBalIn      PIC 9(6)v99.
          05 xRmqClosedIn   PIC x. *> Y = this take paid the case
             *> off, R = a reversal restored it, blank otherwise

       FD PAYEEFILE. *> garnishment payee reference - the agency or
          *> creditor each case is remitted to
       01 xPayeeRecord.
          05 xPyeIdIn       PIC x(6).
          05 xPyeNameIn     PIC x(40).
          05 xPyeAddr1In    PIC x(30).
          05 xPyeAddr2In    PIC x(30).
          05 xPyeCityIn     PIC x(20).
          05 xPyeStateIn    PIC xx.
          05 xPyeZipIn      PIC x(10).
          05 xPyeCaseFmtIn  PIC x(10). *> case number pattern, one
             *> position per character: 9 digit, A letter, X any,
             *> anything else literal - all blank accepts any case

       FD DEMOFILE. *> employee demographics (PAYROLL-DEMO)
       01 xDemoRecord.
          05 nDemEmplNumIn  PIC 9999.
          05 xDemSsnIn      PIC x(9).
          05 xDemAddr1In    PIC x(30).
          05 xDemAddr2In    PIC x(30).
          05 xDemCityIn     PIC x(20).
          05 xDemStateIn    PIC xx.
          05 xDemZipIn      PIC x(10).

       FD CHKCTLFILE. *> persisted next-check-number control record
          *> shared with PAYROLL-01
       01 xChkCtlRecord.
          05 nChkCtlNext    PIC 9(6).

       FD ISSUEFILE. *> cumulative check-issue file - appended
       01 xIssueRecord.
          05 nIssNumOut     PIC 9(6).
          05 nIssDateOut    PIC 9(8).
          05 nIssEmpOut     PIC 9999.
          05 xIssNameOut    PIC x(40).
          05 nIssAmtOut     PIC 9(5)v99.
          05 xIssStatusOut  PIC x. *> I issued, C cleared, V void,
             *> E escheat holding

       FD CHECKFILE. *> print file - PAYROLL-01's check line, the
          *> payee address block, then the cases the check covers
       01 xCheckRecord.
          05 nChkNumOut     PIC 9(6).
          05 FILLER         PIC x(1).
          05 nChkDateOut    PIC 9(8).
          05 FILLER         PIC x(1).
          05 nChkEmpOut     PIC 9999.
          05 FILLER         PIC x(1).
          05 xChkNameOut    PIC x(40).
          05 neChkAmtOut    PIC $zz,zz9.99-.
       01 xCheckAddrLine.
          05 FILLER         PIC x(7). *> indent keeps the line out
             *> of the balancer's numeric test
          05 xChkAddrText   PIC x(60).
       01 xCheckCaseLine.
          05 FILLER         PIC x(7).
          05 neCclEmp       PIC 9999.
          05 FILLER         PIC x(1).
          05 xCclName       PIC x(30).
          05 FILLER         PIC x(1).
          05 xCclCase       PIC x(10).
          05 FILLER         PIC x(1).
          05 neCclAmt       PIC $zz,zz9.99-.

       FD POSPAYFILE. *> positive-pay issue file, PAYROLL-01 layout
       01 xPPayHdrRec.
          05 xPPHdrTag      PIC x(3). *> 'HDR'
          05 nPPHdrDate     PIC 9(8).
          05 xPPHdrSource   PIC x(20).
       01 xPPayTrlRec.
          05 xPPTrlTag      PIC x(3). *> 'TRL'
          05 nPPTrlCount    PIC 9(5).
          05 nPPTrlAmount   PIC 9(9)v99.
       01 xPPayDetailRec.
          05 xPPayTypeOut   PIC x. *> I = issue, V = void
          05 nPPayNumOut    PIC 9(6).
          05 nPPayDateOut   PIC 9(8).
          05 xPPayNameOut   PIC x(40).
          05 nPPayAmtOut    PIC 9(7)v99.

       FD RPTFILE.
       01 xRptLine       PIC x(100).

       FD NOTICEFILE.
       01 xNoticeLine    PIC x(80).

       WORKING-STORAGE SECTION.

       77 xPayeeFileName  PIC X(100).
       77 xDemoFileName   PIC X(100).
       77 xRemitQStatus   PIC xx.
       77 xPayeeStatus    PIC xx.
       77 xDemoStatus     PIC xx.
       77 xChkCtlStatus   PIC xx.
       77 xIssueStatus    PIC xx.
       77 xEOF            PIC x     VALUE 'n'.
       77 xAuditDetail    PIC X(80) VALUE SPACES.
       77 xAuditProgName  PIC X(20) VALUE "PAYROLL-GARNREMIT".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd  PIC X(8)  VALUE "END".
       77 xEojCode        PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".
       77 nNextCheckNum   PIC 9(6)  VALUE 100001. *> first number used
          *> if NextCheck.ctl has never been written
       77 nRemCnt         PIC 9(4)  VALUE 0.
       77 xRemOverflow    PIC x     VALUE 'n'. *> emptying the queue
          *> after a partial load would lose withholdings, so
          *> overflow refuses the run
       77 nRemSub         PIC 9(4)  VALUE 0.
       77 nGrpStart       PIC 9(4)  VALUE 0.
       77 nGrpEnd         PIC 9(4)  VALUE 0.
       77 xGrpPayee       PIC x(6)  VALUE SPACES.
       77 nGrpTotal       PIC s9(7)v99 VALUE 0.
       77 nGrpCases       PIC 9(4)  VALUE 0.
       77 nPayeeCnt       PIC 999   VALUE 0.
       77 nPayeeSub       PIC 999   VALUE 0.
       77 xPayeeFound     PIC x     VALUE 'n'.
       77 nDemoCnt        PIC 999   VALUE 0.
       77 nDemoSub        PIC 999   VALUE 0.
       77 xDemoFound      PIC x     VALUE 'n'.
       77 nFmtSub         PIC 99    VALUE 0.
       77 xFmtChar        PIC x     VALUE SPACE.
       77 xCaseChar       PIC x     VALUE SPACE.
       77 xCaseFits       PIC x     VALUE 'y'.
       77 nCheckCnt       PIC 9(4)  VALUE 0.
       77 nCheckAmt       PIC 9(9)v99 VALUE 0.
       77 nHeldCnt        PIC 9(4)  VALUE 0. *> queue lines kept
       77 nFmtWarnCnt     PIC 9(4)  VALUE 0.
       77 nClosureCnt     PIC 9(4)  VALUE 0.
       77 xNoticeName     PIC x(40) VALUE SPACES.
       77 nRevSub         PIC 9(4)  VALUE 0.
       77 xReopened       PIC x     VALUE 'n'.

       01 xRemTable. *> the whole queue, sorted by payee, employee
          *> and case so each payee's lines are together - DEPENDING
          *> ON nRemCnt so the sort only orders the lines loaded
          05 xRemElement OCCURS 1 TO 2000 TIMES
             DEPENDING ON nRemCnt.
             10 xRemPayeeTbl  PIC x(6).
             10 nRemEmpTbl    PIC 9999.
             10 xRemCaseTbl   PIC x(10).
             10 nRemDateTbl   PIC 9(8).
             10 xRemNameTbl   PIC x(30).
             10 nRemAmtTbl    PIC s9(5)v99.
             10 nRemBalTbl    PIC 9(6)v99.
             10 xRemClosedTbl PIC x.
             10 nRemCheckTbl  PIC 9(6). *> check that paid the line
             10 xRemHeldTbl   PIC x. *> y = not paid, stays queued

       01 xPayeeTable.
          05 xPayeeElement OCCURS 200 TIMES.
             10 xPyeIdTbl     PIC x(6).
             10 xPyeNameTbl   PIC x(40).
             10 xPyeAddr1Tbl  PIC x(30).
             10 xPyeAddr2Tbl  PIC x(30).
             10 xPyeCityTbl   PIC x(20).
             10 xPyeStateTbl  PIC xx.
             10 xPyeZipTbl    PIC x(10).
             10 xPyeFmtTbl    PIC x(10).

       01 xDemoTable. *> employee mailing address for the notices
          05 xDemoElement OCCURS 300 TIMES.
             10 nDemEmpTbl    PIC 9999.
             10 xDemAddr1Tbl  PIC x(30).
             10 xDemAddr2Tbl  PIC x(30).
             10 xDemCityTbl   PIC x(20).
             10 xDemStateTbl  PIC xx.
             10 xDemZipTbl    PIC x(10).

       01 xRptHeading.
          05 FILLER      PIC x(35)  VALUE
             'GARNISHMENT PAYEE REMITTANCE RUN   '.
          05 neHeadDate  PIC 9999/99/99.

       01 xRptColumns.
          05 FILLER      PIC x(44)  VALUE
             'PAYEE  NAME                                 '.
          05 FILLER      PIC x(44)  VALUE
             'CASES  CHECK          AMOUNT  STATUS        '.

       01 xRptPayeeLine.
          05 xRplPayee   PIC x(6).
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xRplName    PIC x(36).
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neRplCases  PIC zzz9.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 xRplCheck   PIC x(6).
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 neRplAmt    PIC $z,zzz,zz9.99-.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 xRplStatus  PIC x(26).

       01 xRptCaseLine. *> a case line that needs attention
          05 FILLER      PIC x(7)   VALUE SPACES.
          05 neRclEmp    PIC 9999.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xRclCase    PIC x(10).
          05 FILLER      PIC x(3)   VALUE ' - '.
          05 xRclReason  PIC x(50).

       01 xRptTotal.
          05 neTotChecks PIC zzz9.
          05 FILLER      PIC x(10)  VALUE ' CHECKS FO'.
          05 FILLER      PIC x(2)   VALUE 'R '.
          05 neTotAmt    PIC $zzz,zzz,zz9.99.
          05 FILLER      PIC x(2)   VALUE ', '.
          05 neTotHeld   PIC zzz9.
          05 FILLER      PIC x(20)  VALUE ' LINES HELD, '.
          05 neTotClose  PIC zzz9.
          05 FILLER      PIC x(22)  VALUE ' CASES CLOSED'.

       01 xNoticeDetail.
          05 FILLER      PIC x(14)  VALUE 'CASE NUMBER:  '.
          05 xNtdCase    PIC x(10).
          05 FILLER      PIC x(14)  VALUE '   EMPLOYEE:  '.
          05 neNtdEmp    PIC 9999.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xNtdName    PIC x(30).

       01 xNoticeFinal.
          05 FILLER      PIC x(25)  VALUE
             'FINAL WITHHOLDING OF     '.
          05 neNtfAmt    PIC $zz,zz9.99.
          05 FILLER      PIC x(16)  VALUE ' TAKEN ON       '.
          05 neNtfDate   PIC 9999/99/99.

       01 xNoticeCheck.
          05 FILLER      PIC x(38)  VALUE
             'REMITTED TO THE PAYEE ON CHECK NUMBER '.
          05 neNtcCheck  PIC 9(6).
          05 FILLER      PIC x(10)  VALUE ' DATED    '.
          05 neNtcDate   PIC 9999/99/99.

       01 xNoticeRule    PIC x(80)  VALUE ALL '-'.

       01 xNoticePaid.
          05 FILLER      PIC x(40)  VALUE
             'THE BALANCE ORDERED UNDER THIS CASE HAS '.
          05 FILLER      PIC x(40)  VALUE
             'BEEN PAID IN FULL.'.

       01 xNoticePayee1.
          05 FILLER      PIC x(40)  VALUE
             'PLEASE CLOSE THE CASE AND RELEASE THE OR'.
          05 FILLER      PIC x(40)  VALUE
             'DER. NO FURTHER AMOUNTS WILL BE WITHHELD'.
       01 xNoticePayee2  PIC x(80)  VALUE
             'OR REMITTED UNDER THIS CASE.'.

       01 xNoticeEmpl1.
          05 FILLER      PIC x(40)  VALUE
             'NO FURTHER AMOUNTS WILL BE WITHHELD FROM'.
          05 FILLER      PIC x(40)  VALUE
             ' YOUR PAY UNDER THIS CASE.'.
       01 xNoticeEmpl2   PIC x(80)  VALUE
             'KEEP THIS NOTICE WITH YOUR RECORDS.'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           MOVE 1 TO nRemSub.
           PERFORM 200-REMIT-PAYEE UNTIL nRemSub > nRemCnt.
           PERFORM 250-CLOSURE-NOTICES VARYING nRemSub FROM 1 BY 1
              UNTIL nRemSub > nRemCnt.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE "GarnPayees.txt" TO xPayeeFileName.
           ACCEPT xPayeeFileName FROM ENVIRONMENT
              "PAYROLL_GARN_PAYEE_FILE"
              ON EXCEPTION
                 MOVE "GarnPayees.txt" TO xPayeeFileName
           END-ACCEPT.
           MOVE "PayDemographics.txt" TO xDemoFileName.
           ACCEPT xDemoFileName FROM ENVIRONMENT "PAYROLL_DEMO_FILE"
              ON EXCEPTION
                 MOVE "PayDemographics.txt" TO xDemoFileName
           END-ACCEPT.
           PERFORM 110-LOAD-QUEUE.
           PERFORM 120-LOAD-PAYEES.
           PERFORM 130-LOAD-DEMO.
           OPEN INPUT CHKCTLFILE.
           IF xChkCtlStatus = '00'
              READ CHKCTLFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE nChkCtlNext TO nNextCheckNum
              END-READ
           END-IF.
           CLOSE CHKCTLFILE.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO neHeadDate.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xRptColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           OPEN OUTPUT CHECKFILE.
           OPEN OUTPUT NOTICEFILE.
           OPEN OUTPUT POSPAYFILE.
           MOVE 'HDR' TO xPPHdrTag.
           MOVE nRunDate TO nPPHdrDate.
           MOVE 'PAYROLL-GARNREMIT' TO xPPHdrSource.
           WRITE xPPayHdrRec.
           OPEN EXTEND ISSUEFILE.
           IF xIssueStatus NOT = "00"
              OPEN OUTPUT ISSUEFILE
           END-IF.

       110-LOAD-QUEUE. *> REMITQFILE is OPTIONAL - no queue is a run
          *> with nothing to pay
           OPEN INPUT REMITQFILE.
           IF xRemitQStatus = '00'
              PERFORM 111-READ-QUEUE UNTIL xEOF = 'y'
           END-IF.
           CLOSE REMITQFILE.
           MOVE 'n' TO xEOF.
           IF xRemOverflow = 'y'
      *> 320-SAVE-QUEUE would rewrite the queue from a partial
      *> table, losing every withholding past it - refuse with the
      *> queue untouched
              DISPLAY 'REMITTANCE QUEUE EXCEEDS THE 2000-ROW TABLE - '
                 'RUN REFUSED, QUEUE LEFT UNTOUCHED'
              MOVE "refused - remittance queue overflow"
                 TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
                 xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           IF nRemCnt > 1
              SORT xRemElement
                 ON ASCENDING KEY xRemPayeeTbl
                 ON ASCENDING KEY nRemEmpTbl
                 ON ASCENDING KEY xRemCaseTbl
                 ON ASCENDING KEY nRemDateTbl
           END-IF.

       111-READ-QUEUE.
           READ REMITQFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nRemCnt < 2000
                   ADD 1 TO nRemCnt
                   MOVE xRmqPayeeIn  TO xRemPayeeTbl(nRemCnt)
                   MOVE nRmqEmpIn    TO nRemEmpTbl(nRemCnt)
                   MOVE xRmqCaseIn   TO xRemCaseTbl(nRemCnt)
                   MOVE nRmqDateIn   TO nRemDateTbl(nRemCnt)
                   MOVE xRmqNameIn   TO xRemNameTbl(nRemCnt)
                   MOVE nRmqAmtIn    TO nRemAmtTbl(nRemCnt)
                   MOVE nRmqBalIn    TO nRemBalTbl(nRemCnt)
                   MOVE xRmqClosedIn TO xRemClosedTbl(nRemCnt)
                   MOVE 0            TO nRemCheckTbl(nRemCnt)
                   MOVE 'n'          TO xRemHeldTbl(nRemCnt)
                ELSE
                   MOVE 'y' TO xRemOverflow
                END-IF,
           END-READ.

       120-LOAD-PAYEES. *> PAYEEFILE is OPTIONAL - with none on file
          *> every line is held
           OPEN INPUT PAYEEFILE.
           IF xPayeeStatus = '00'
              PERFORM 121-READ-PAYEE UNTIL xEOF = 'y'
           ELSE
              DISPLAY 'NO GARNISHMENT PAYEE REFERENCE ('
                 FUNCTION TRIM(xPayeeFileName)
                 ') - NOTHING CAN BE REMITTED'
           END-IF.
           CLOSE PAYEEFILE.
           MOVE 'n' TO xEOF.

       121-READ-PAYEE.
           READ PAYEEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nPayeeCnt < 200
                   ADD 1 TO nPayeeCnt
                   MOVE xPyeIdIn      TO xPyeIdTbl(nPayeeCnt)
                   MOVE xPyeNameIn    TO xPyeNameTbl(nPayeeCnt)
                   MOVE xPyeAddr1In   TO xPyeAddr1Tbl(nPayeeCnt)
                   MOVE xPyeAddr2In   TO xPyeAddr2Tbl(nPayeeCnt)
                   MOVE xPyeCityIn    TO xPyeCityTbl(nPayeeCnt)
                   MOVE xPyeStateIn   TO xPyeStateTbl(nPayeeCnt)
                   MOVE xPyeZipIn     TO xPyeZipTbl(nPayeeCnt)
                   MOVE xPyeCaseFmtIn TO xPyeFmtTbl(nPayeeCnt)
                ELSE
                   DISPLAY 'PAYEE TABLE FULL - PAYEE '
                      xPyeIdIn ' SKIPPED'
                END-IF,
           END-READ.

       130-LOAD-DEMO. *> DEMOFILE is OPTIONAL - with none on file
          *> the employee notices go out with no address
           OPEN INPUT DEMOFILE.
           IF xDemoStatus = '00'
              PERFORM 131-READ-DEMO UNTIL xEOF = 'y'
           END-IF.
           CLOSE DEMOFILE.
           MOVE 'n' TO xEOF.

       131-READ-DEMO.
           READ DEMOFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nDemoCnt < 300
                   ADD 1 TO nDemoCnt
                   MOVE nDemEmplNumIn TO nDemEmpTbl(nDemoCnt)
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

       200-REMIT-PAYEE. *> one payee's run of lines - total them,
          *> then pay or hold the lot
           MOVE nRemSub TO nGrpStart.
           MOVE xRemPayeeTbl(nRemSub) TO xGrpPayee.
           MOVE 0 TO nGrpTotal.
           MOVE 0 TO nGrpCases.
           PERFORM 205-SUM-PAYEE-LINE
              UNTIL nRemSub > nRemCnt
              OR xRemPayeeTbl(nRemSub) NOT = xGrpPayee.
           COMPUTE nGrpEnd = nRemSub - 1.
           PERFORM 210-FIND-PAYEE.
           MOVE SPACES TO xRptPayeeLine.
           MOVE xGrpPayee TO xRplPayee.
           MOVE nGrpCases TO neRplCases.
           MOVE nGrpTotal TO neRplAmt.
           MOVE SPACES TO xRplCheck.
           EVALUATE TRUE
              WHEN xGrpPayee = SPACES
                 MOVE '(NO PAYEE ON CASE)' TO xRplName
                 MOVE 'HELD - NO PAYEE' TO xRplStatus
                 PERFORM 215-HOLD-PAYEE
              WHEN xPayeeFound = 'n'
                 MOVE '(NOT ON PAYEE REFERENCE)' TO xRplName
                 MOVE 'HELD - UNKNOWN PAYEE' TO xRplStatus
                 PERFORM 215-HOLD-PAYEE
              WHEN nGrpTotal NOT > 0
                 MOVE xPyeNameTbl(nPayeeSub) TO xRplName
                 MOVE 'HELD - NETS TO ZERO OR LESS' TO xRplStatus
                 PERFORM 215-HOLD-PAYEE
              WHEN OTHER
                 MOVE xPyeNameTbl(nPayeeSub) TO xRplName
                 MOVE nNextCheckNum TO xRplCheck
                 MOVE 'PAID' TO xRplStatus
                 PERFORM 220-WRITE-CHECK
           END-EVALUATE.
           MOVE xRptPayeeLine TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           IF xPayeeFound = 'y'
              PERFORM 240-CHECK-CASE-FORMAT VARYING nRemSub
                 FROM nGrpStart BY 1 UNTIL nRemSub > nGrpEnd
           END-IF.
           COMPUTE nRemSub = nGrpEnd + 1.

       205-SUM-PAYEE-LINE.
           ADD nRemAmtTbl(nRemSub) TO nGrpTotal.
           IF nRemSub = nGrpStart
              ADD 1 TO nGrpCases
           ELSE
              IF nRemEmpTbl(nRemSub) NOT = nRemEmpTbl(nRemSub - 1)
                 OR xRemCaseTbl(nRemSub) NOT = xRemCaseTbl(nRemSub - 1)
                 ADD 1 TO nGrpCases
              END-IF
           END-IF.
           ADD 1 TO nRemSub.

       210-FIND-PAYEE.
           MOVE 'n' TO xPayeeFound.
           IF xGrpPayee NOT = SPACES
              PERFORM VARYING nPayeeSub FROM 1 BY 1
                 UNTIL nPayeeSub > nPayeeCnt
                 IF xPyeIdTbl(nPayeeSub) = xGrpPayee
                    MOVE 'y' TO xPayeeFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       215-HOLD-PAYEE. *> nothing is paid - the lines stay queued
          *> for the next run
           MOVE 'WARNING' TO xEojCode.
           PERFORM VARYING nRemSub FROM nGrpStart BY 1
              UNTIL nRemSub > nGrpEnd
              MOVE 'y' TO xRemHeldTbl(nRemSub)
              ADD 1 TO nHeldCnt
           END-PERFORM.

       220-WRITE-CHECK. *> check line, payee address block, case
          *> detail; then the issue file and positive pay
           MOVE SPACES TO xCheckRecord.
           MOVE nNextCheckNum TO nChkNumOut.
           MOVE nRunDate TO nChkDateOut.
           MOVE 0 TO nChkEmpOut.
           MOVE xPyeNameTbl(nPayeeSub) TO xChkNameOut.
           MOVE nGrpTotal TO neChkAmtOut.
           WRITE xCheckRecord BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xCheckAddrLine.
           MOVE xPyeAddr1Tbl(nPayeeSub) TO xChkAddrText.
           WRITE xCheckAddrLine BEFORE ADVANCING 1 LINE.
           IF xPyeAddr2Tbl(nPayeeSub) NOT = SPACES
              MOVE SPACES TO xCheckAddrLine
              MOVE xPyeAddr2Tbl(nPayeeSub) TO xChkAddrText
              WRITE xCheckAddrLine BEFORE ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO xCheckAddrLine.
           STRING xPyeCityTbl(nPayeeSub) DELIMITED BY '  '
              ', ' DELIMITED BY SIZE
              xPyeStateTbl(nPayeeSub) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              xPyeZipTbl(nPayeeSub) DELIMITED BY SPACE
              INTO xChkAddrText
              ON OVERFLOW CONTINUE
           END-STRING.
           WRITE xCheckAddrLine BEFORE ADVANCING 1 LINE.
           PERFORM 225-WRITE-CASE-LINE VARYING nRemSub
              FROM nGrpStart BY 1 UNTIL nRemSub > nGrpEnd.
           MOVE nNextCheckNum TO nIssNumOut.
           MOVE nRunDate TO nIssDateOut.
           MOVE 0 TO nIssEmpOut.
           MOVE xPyeNameTbl(nPayeeSub) TO xIssNameOut.
           MOVE nGrpTotal TO nIssAmtOut.
           MOVE 'I' TO xIssStatusOut.
           WRITE xIssueRecord.
           MOVE 'I' TO xPPayTypeOut.
           MOVE nNextCheckNum TO nPPayNumOut.
           MOVE nRunDate TO nPPayDateOut.
           MOVE xPyeNameTbl(nPayeeSub) TO xPPayNameOut.
           MOVE nGrpTotal TO nPPayAmtOut.
           WRITE xPPayDetailRec.
           ADD 1 TO nCheckCnt.
           ADD nGrpTotal TO nCheckAmt.
           ADD 1 TO nNextCheckNum.

       225-WRITE-CASE-LINE.
           MOVE SPACES TO xCheckCaseLine.
           MOVE nRemEmpTbl(nRemSub) TO neCclEmp.
           MOVE xRemNameTbl(nRemSub) TO xCclName.
           MOVE xRemCaseTbl(nRemSub) TO xCclCase.
           MOVE nRemAmtTbl(nRemSub) TO neCclAmt.
           WRITE xCheckCaseLine BEFORE ADVANCING 1 LINE.
           MOVE nNextCheckNum TO nRemCheckTbl(nRemSub).

       240-CHECK-CASE-FORMAT. *> paid or held, a case number the
          *> payee would not recognise is reported once per line
           MOVE 'y' TO xCaseFits.
           IF xPyeFmtTbl(nPayeeSub) NOT = SPACES
              PERFORM VARYING nFmtSub FROM 1 BY 1 UNTIL nFmtSub > 10
                 MOVE xPyeFmtTbl(nPayeeSub)(nFmtSub:1) TO xFmtChar
                 MOVE xRemCaseTbl(nRemSub)(nFmtSub:1) TO xCaseChar
                 EVALUATE xFmtChar
                    WHEN '9'
                       IF xCaseChar NOT NUMERIC
                          MOVE 'n' TO xCaseFits
                       END-IF
                    WHEN 'A'
                       IF xCaseChar NOT ALPHABETIC-UPPER
                          OR xCaseChar = SPACE
                          MOVE 'n' TO xCaseFits
                       END-IF
                    WHEN 'X'
                       IF xCaseChar = SPACE
                          MOVE 'n' TO xCaseFits
                       END-IF
                    WHEN OTHER
                       IF xCaseChar NOT = xFmtChar
                          MOVE 'n' TO xCaseFits
                       END-IF
                 END-EVALUATE
              END-PERFORM
           END-IF.
           IF xCaseFits = 'n'
              ADD 1 TO nFmtWarnCnt
              MOVE 'WARNING' TO xEojCode
              MOVE nRemEmpTbl(nRemSub) TO neRclEmp
              MOVE xRemCaseTbl(nRemSub) TO xRclCase
              MOVE SPACES TO xRclReason
              STRING 'CASE NOT IN PAYEE FORMAT ' DELIMITED BY SIZE
                 xPyeFmtTbl(nPayeeSub) DELIMITED BY SIZE
                 INTO xRclReason
              END-STRING
              MOVE xRptCaseLine TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           END-IF.

       250-CLOSURE-NOTICES. *> a paid-off case, once its final take
          *> has gone to the payee, is closed with both parties
           IF xRemClosedTbl(nRemSub) = 'Y'
              AND xRemHeldTbl(nRemSub) = 'n'
              PERFORM 252-FIND-REVERSAL
           END-IF.
           IF xRemClosedTbl(nRemSub) = 'Y'
              AND xRemHeldTbl(nRemSub) = 'n'
              AND xReopened = 'y'
              MOVE nRemEmpTbl(nRemSub) TO neRclEmp
              MOVE xRemCaseTbl(nRemSub) TO xRclCase
              MOVE 'PAID OFF THEN REVERSED - NO CLOSURE NOTICE'
                 TO xRclReason
              MOVE xRptCaseLine TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           END-IF.
           IF xRemClosedTbl(nRemSub) = 'Y'
              AND xRemHeldTbl(nRemSub) = 'n'
              AND xReopened = 'n'
              MOVE xRemPayeeTbl(nRemSub) TO xGrpPayee
              PERFORM 210-FIND-PAYEE
              PERFORM 255-FIND-DEMO
              ADD 1 TO nClosureCnt
              PERFORM 260-PAYEE-NOTICE
              PERFORM 265-EMPLOYEE-NOTICE
           END-IF.

       252-FIND-REVERSAL. *> a reversal of the same case in the
          *> same queue restored the balance - the case is open again
           MOVE 'n' TO xReopened.
           PERFORM VARYING nRevSub FROM 1 BY 1
              UNTIL nRevSub > nRemCnt
              IF xRemClosedTbl(nRevSub) = 'R'
                 AND nRemEmpTbl(nRevSub) = nRemEmpTbl(nRemSub)
                 AND xRemCaseTbl(nRevSub) = xRemCaseTbl(nRemSub)
                 AND nRemDateTbl(nRevSub) NOT < nRemDateTbl(nRemSub)
                 MOVE 'y' TO xReopened
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       255-FIND-DEMO.
           MOVE 'n' TO xDemoFound.
           PERFORM VARYING nDemoSub FROM 1 BY 1
              UNTIL nDemoSub > nDemoCnt
              IF nDemEmpTbl(nDemoSub) = nRemEmpTbl(nRemSub)
                 MOVE 'y' TO xDemoFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       260-PAYEE-NOTICE.
           MOVE xPyeNameTbl(nPayeeSub) TO xNoticeName.
           PERFORM 270-NOTICE-HEAD.
           MOVE xPyeAddr1Tbl(nPayeeSub) TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           IF xPyeAddr2Tbl(nPayeeSub) NOT = SPACES
              MOVE xPyeAddr2Tbl(nPayeeSub) TO xNoticeLine
              WRITE xNoticeLine BEFORE ADVANCING 1 LINE
           END-IF.
           MOVE SPACES TO xNoticeLine.
           STRING xPyeCityTbl(nPayeeSub) DELIMITED BY '  '
              ', ' DELIMITED BY SIZE
              xPyeStateTbl(nPayeeSub) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              xPyeZipTbl(nPayeeSub) DELIMITED BY SPACE
              INTO xNoticeLine
              ON OVERFLOW CONTINUE
           END-STRING.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           PERFORM 275-NOTICE-BODY.
           MOVE xNoticePayee1 TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE xNoticePayee2 TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE xNoticeRule TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.

       265-EMPLOYEE-NOTICE.
           MOVE xRemNameTbl(nRemSub) TO xNoticeName.
           PERFORM 270-NOTICE-HEAD.
           IF xDemoFound = 'y'
              MOVE xDemAddr1Tbl(nDemoSub) TO xNoticeLine
              WRITE xNoticeLine BEFORE ADVANCING 1 LINE
              IF xDemAddr2Tbl(nDemoSub) NOT = SPACES
                 MOVE xDemAddr2Tbl(nDemoSub) TO xNoticeLine
                 WRITE xNoticeLine BEFORE ADVANCING 1 LINE
              END-IF
              MOVE SPACES TO xNoticeLine
              STRING xDemCityTbl(nDemoSub) DELIMITED BY '  '
                 ', ' DELIMITED BY SIZE
                 xDemStateTbl(nDemoSub) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 xDemZipTbl(nDemoSub) DELIMITED BY SPACE
                 INTO xNoticeLine
                 ON OVERFLOW CONTINUE
              END-STRING
           ELSE
              MOVE '(NO ADDRESS ON FILE - DELIVER BY HAND)'
                 TO xNoticeLine
           END-IF.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           PERFORM 275-NOTICE-BODY.
           MOVE xNoticeEmpl1 TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE xNoticeEmpl2 TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE xNoticeRule TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.

       270-NOTICE-HEAD.
           MOVE 'NOTICE OF GARNISHMENT SATISFIED' TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE xNoticeName TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.

       275-NOTICE-BODY.
           MOVE SPACES TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE xRemCaseTbl(nRemSub) TO xNtdCase.
           MOVE nRemEmpTbl(nRemSub) TO neNtdEmp.
           MOVE xRemNameTbl(nRemSub) TO xNtdName.
           MOVE xNoticeDetail TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE xNoticePaid TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE nRemAmtTbl(nRemSub) TO neNtfAmt.
           MOVE nRemDateTbl(nRemSub) TO neNtfDate.
           MOVE xNoticeFinal TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.
           MOVE nRemCheckTbl(nRemSub) TO neNtcCheck.
           MOVE nRunDate TO neNtcDate.
           MOVE xNoticeCheck TO xNoticeLine.
           WRITE xNoticeLine BEFORE ADVANCING 1 LINE.

       300-TERMINATION.
           MOVE 'TRL' TO xPPTrlTag.
           MOVE nCheckCnt TO nPPTrlCount.
           MOVE nCheckAmt TO nPPTrlAmount.
           WRITE xPPayTrlRec.
           CLOSE POSPAYFILE.
           CLOSE ISSUEFILE.
           CLOSE CHECKFILE.
           CLOSE NOTICEFILE.
           IF nCheckCnt > 0
              OPEN OUTPUT CHKCTLFILE
              MOVE nNextCheckNum TO nChkCtlNext
              WRITE xChkCtlRecord
              CLOSE CHKCTLFILE
           END-IF.
           PERFORM 320-SAVE-QUEUE.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE nCheckCnt TO neTotChecks.
           MOVE nCheckAmt TO neTotAmt.
           MOVE nHeldCnt TO neTotHeld.
           MOVE nClosureCnt TO neTotClose.
           MOVE xRptTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           DISPLAY xRptTotal.
           IF nFmtWarnCnt > 0
              DISPLAY nFmtWarnCnt ' CASE NUMBER(S) NOT IN THE '
                 'PAYEE FORMAT - SEE Payroll-garnremit.txt'
           END-IF.
           STRING "checks=" DELIMITED BY SIZE
              nCheckCnt DELIMITED BY SIZE
              " held=" DELIMITED BY SIZE
              nHeldCnt DELIMITED BY SIZE
              " closed=" DELIMITED BY SIZE
              nClosureCnt DELIMITED BY SIZE
              " badcase=" DELIMITED BY SIZE
              nFmtWarnCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       320-SAVE-QUEUE. *> paid lines are consumed; held lines are
          *> written back so the next run pays them
           OPEN OUTPUT REMITQFILE.
           PERFORM 321-WRITE-QUEUE VARYING nRemSub FROM 1 BY 1
              UNTIL nRemSub > nRemCnt.
           CLOSE REMITQFILE.

       321-WRITE-QUEUE.
           IF xRemHeldTbl(nRemSub) = 'y'
              MOVE nRemDateTbl(nRemSub)   TO nRmqDateIn
              MOVE xRemPayeeTbl(nRemSub)  TO xRmqPayeeIn
              MOVE xRemCaseTbl(nRemSub)   TO xRmqCaseIn
              MOVE nRemEmpTbl(nRemSub)    TO nRmqEmpIn
              MOVE xRemNameTbl(nRemSub)   TO xRmqNameIn
              MOVE nRemAmtTbl(nRemSub)    TO nRmqAmtIn
              MOVE nRemBalTbl(nRemSub)    TO nRmqBalIn
              MOVE xRemClosedTbl(nRemSub) TO xRmqClosedIn
              WRITE xRemitQRecord
           END-IF.
