      *> PAYROLL-LOAD converts an old line-sequential master (or the
      *> updated-master extract a payroll run writes) into this
      *> indexed form.
      *> An hourly rate below the minimum wage for the work state
      *> (MinWage.txt, through minWageFor) is refused on add and on
      *> update, so the master cannot take a rate the payroll run
      *> would have to refuse.
      *> Every add is queued for the state new-hire report that
      *> PAYROLL-NEWHIRE builds weekly; N re-queues an employee
      *> whose add could not be queued (or a rehire).

       environment division.
       INPUT-OUTPUT SECTION.
              FILE STATUS IS xScnFileStatus.
           SELECT MASTERCTL ASSIGN TO "Payroll.master.ctl"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEWHIREQ ASSIGN TO DYNAMIC xNewHireFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xNhqStatus.
           SELECT OPTIONAL DEMOFILE ASSIGN TO DYNAMIC xDemoFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDemoStatus.

       DATA DIVISION.
       FILE SECTION.
          05 nMstSickBal    PIC 9(3)v99.
          05 xMstPayGroup   PIC x. *> W/blank weekly, B biweekly,
             *> M monthly
          05 nMstSepDate    PIC 9(8). *> separation date, zero while
             *> employed
          05 xMstSepReason  PIC xx. *> VQ/IT/LO/RT/DE, from the T
             *> transaction that final-paid them
          05 nMstYtdTaxWage PIC 9(7)v99. *> YTD wages after pre-tax
             *> deductions - fed/state taxable (W-2 box 1)
          05 nMstYtdFicaWage PIC 9(7)v99. *> YTD wages FICA applies to
             *> (W-2 box 3)
          05 nMstYtdDefer    PIC 9(6)v99. *> YTD retirement deferral -
             *> the deduction codes on PlanRules.txt
          05 nMstYtdMatch    PIC 9(6)v99. *> YTD employer match

       FD MASTERSCAN. *> sequential second view of the same master,
          *> used only to recount it for the control record at exit
          05 nScnVacBal     PIC 9(3)v99.
          05 nScnSickBal    PIC 9(3)v99.
          05 xScnPayGroup   PIC x.
          05 nScnSepDate    PIC 9(8).
          05 xScnSepReason  PIC xx.
          05 nScnYtdTaxWage PIC 9(7)v99.
          05 nScnYtdFicaWage PIC 9(7)v99.
          05 nScnYtdDefer    PIC 9(6)v99.
          05 nScnYtdMatch    PIC 9(6)v99.

       FD MASTERCTL. *> companion control record PAYROLL-01 proves
          *> the master against at open
          05 nMCtlCount      PIC 9(5).
          05 nMCtlRateHash   PIC 9(9)v99.

       FD NEWHIREQ. *> hires waiting for the state new-hire report -
          *> appended here, drained by PAYROLL-NEWHIRE
       01 xNewHireRec.
          05 nNhqEmplNum     PIC 9999.
          05 nNhqHireDate    PIC 9(8).
          05 nNhqQueueDate   PIC 9(8).
          05 xNhqLName       PIC x(20).
          05 xNhqFName       PIC x(20).
          05 xNhqWorkState   PIC xx.

       FD DEMOFILE. *> read only, to warn when the SSN and address
          *> the state report needs are not on file yet
       01 xDemoRecord.
          05 nDemEmplNumIn  PIC 9999.
          05 xDemSsnIn      PIC x(9).
          05 xDemAddr1In    PIC x(30).
          05 xDemAddr2In    PIC x(30).
          05 xDemCityIn     PIC x(20).
          05 xDemStateIn    PIC xx.
          05 xDemZipIn      PIC x(10).

       WORKING-STORAGE SECTION.

       77 xMstFileStatus  PIC xx. *> "23" = key not found
       77 nSalaryEntry    PIC 9(6)v99. *> spare leading digit - ACCEPT
          *> into a field with no slack corrupts a typed decimal point
          *> (e.g. 150.75 stores as 150.70)
       77 xNewHireFileName PIC X(100).
       77 xNhqStatus      PIC xx.
       77 xNhqLockResult  PIC x.
       77 xDemoFileName   PIC X(100).
       77 xDemoStatus     PIC xx.
       77 xDemoEOF        PIC x     VALUE 'n'.
       77 xDemoFound      PIC x     VALUE 'n'.
       77 xHireDateIn     PIC x(8).
       77 nHireDate       PIC 9(8)  VALUE 0.
       77 nMinWage        PIC 99v99 VALUE 0.
       77 neMinWage       PIC $z9.99.
           COPY "field-validate-ws.cbl".

       PROCEDURE DIVISION.
              DISPLAY 'CANNOT OPEN MASTER - STATUS ' xMstFileStatus
              STOP RUN
           END-IF.
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
           PERFORM 200-MENU UNTIL xAction = 'Q' OR xAction = 'q'.
           CLOSE MASTERFILE.
           PERFORM 900-WRITE-CONTROL.
       200-MENU.
           DISPLAY ' '.
           DISPLAY 'PAYROLL MASTER MAINTENANCE'.
           DISPLAY 'A=ADD  U=UPDATE RATE  I=INACTIVATE  '
              'N=QUEUE NEW HIRE  Q=QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT xAction.
           IF xAction = 'A' OR xAction = 'a'
                 IF xAction = 'I' OR xAction = 'i'
                    PERFORM 500-INACTIVATE-RECORD
                 ELSE
                    IF xAction = 'N' OR xAction = 'n'
                       PERFORM 700-REQUEUE-HIRE
                    ELSE
                       IF xAction = 'Q' OR xAction = 'q'
                          CONTINUE
                       ELSE
                          DISPLAY 'INVALID ACTION, TRY AGAIN.'
                       END-IF
                    END-IF
                 END-IF
              END-IF
              MOVE 0 TO nMstVacBal
              MOVE 0 TO nMstSickBal
              PERFORM 350-GET-PAY-GROUP
              MOVE 0 TO nMstSepDate
              MOVE SPACES TO xMstSepReason
              MOVE 0 TO nMstYtdTaxWage
              MOVE 0 TO nMstYtdFicaWage
              MOVE 0 TO nMstYtdDefer
              MOVE 0 TO nMstYtdMatch
              IF xMstPayType NOT = 'S'
                 PERFORM 370-CHECK-MIN-WAGE
              END-IF
              IF xFieldValid = 'N'
                 DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
              ELSE
                 WRITE xMstRecord
                    INVALID KEY
                       DISPLAY 'REJECTED - WRITE FAILED, STATUS '
                          xMstFileStatus
                    NOT INVALID KEY
                       MOVE SPACES TO xJrnBefore
                       MOVE xMstRecord TO xJrnAfter
                       MOVE nEmplNumIn TO xJrnKey
                       MOVE 'ADD' TO xJrnAction
                       PERFORM 600-WRITE-JOURNAL
                       DISPLAY 'EMPLOYEE ADDED.'
                       PERFORM 360-GET-HIRE-DATE
                       PERFORM 710-QUEUE-HIRE
                 END-WRITE
              END-IF
           END-IF.

       320-GET-PAY-TYPE. *> hourly unless the operator says salaried
              WHEN OTHER MOVE 'W' TO xMstPayGroup
           END-EVALUATE.

       360-GET-HIRE-DATE. *> the state's 20-day clock runs from the
          *> hire date, which may be earlier than the day it is keyed
           MOVE nRunDate TO nHireDate.
           DISPLAY 'HIRE DATE (YYYYMMDD, BLANK = TODAY)? '
              WITH NO ADVANCING.
           MOVE SPACES TO xHireDateIn.
           ACCEPT xHireDateIn.
           IF xHireDateIn NOT = SPACES
              IF xHireDateIn NUMERIC
                 MOVE xHireDateIn TO nHireDate
                 IF nHireDate > nRunDate
                    OR FUNCTION TEST-DATE-YYYYMMDD(nHireDate) NOT = 0
                    DISPLAY 'HIRE DATE NOT A PAST DATE - TODAY USED.'
                    MOVE nRunDate TO nHireDate
                 END-IF
              ELSE
                 DISPLAY 'HIRE DATE NOT NUMERIC - TODAY USED.'
              END-IF
           END-IF.

       370-CHECK-MIN-WAGE. *> an hourly rate must meet the minimum
          *> for the work state as of today - salaried pay is held
          *> against the hours actually reported, at the pre-run
          *> compliance check, since only the period knows them
           CALL "minWageFor" USING xMstWorkState nRunDate nMinWage.
           IF nRateEntry < nMinWage
              MOVE 'N' TO xFieldValid
              MOVE nMinWage TO neMinWage
              DISPLAY 'BELOW MINIMUM WAGE FOR WORK STATE '
                 xMstWorkState ': ' neMinWage
           END-IF.

       400-UPDATE-RECORD.
           DISPLAY 'EMPLOYEE NUMBER TO UPDATE? ' WITH NO ADVANCING.
           ACCEPT nEmplNumIn.
                 ==:VALID-NAME:==  BY =='PAY RATE'==
                 ==:VALID-LOW:==   BY ==0==
                 ==:VALID-HIGH:==  BY ==999.99==.
              IF xFieldValid = 'Y' AND xMstPayType NOT = 'S'
                 PERFORM 370-CHECK-MIN-WAGE
              END-IF
              IF xFieldValid = 'N'
                 DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
              ELSE
           CALL "writeMaintJournal" USING xJrnFile xJrnKey
              xJrnAction xJrnBefore xJrnAfter.

       700-REQUEUE-HIRE. *> for an add the queue was busy for, or a
          *> rehire of an employee already on the master
           DISPLAY 'EMPLOYEE NUMBER TO QUEUE? ' WITH NO ADVANCING.
           ACCEPT nEmplNumIn.
           MOVE nEmplNumIn TO nMstEmplNum.
           PERFORM 410-READ-EMPLOYEE.
           IF xMstFileStatus NOT = "00"
              DISPLAY 'REJECTED - EMPLOYEE NUMBER NOT FOUND.'
           ELSE
              PERFORM 360-GET-HIRE-DATE
              PERFORM 710-QUEUE-HIRE
           END-IF.

       710-QUEUE-HIRE. *> the report job rewrites the queue, so the
          *> append holds the queue's own lock for its one write
           CALL "acquireFileLock" USING xNewHireFileName xLockMode
              xNhqLockResult.
           IF xNhqLockResult NOT = 'Y'
              DISPLAY 'NEW-HIRE QUEUE IS BUSY - HIRE NOT QUEUED. '
                 'USE N TO QUEUE IT WHEN THE REPORT JOB FINISHES.'
           ELSE
              OPEN EXTEND NEWHIREQ
              IF xNhqStatus NOT = "00" AND xNhqStatus NOT = "05"
                 OPEN OUTPUT NEWHIREQ
              END-IF
              MOVE nMstEmplNum TO nNhqEmplNum
              MOVE nHireDate TO nNhqHireDate
              MOVE nRunDate TO nNhqQueueDate
              MOVE xMstLName TO xNhqLName
              MOVE xMstFName TO xNhqFName
              MOVE xMstWorkState TO xNhqWorkState
              WRITE xNewHireRec
              CLOSE NEWHIREQ
              CALL "releaseFileLock" USING xNewHireFileName
                 xLockMode xNhqLockResult
              DISPLAY 'QUEUED FOR THE STATE NEW-HIRE REPORT.'
              PERFORM 720-CHECK-DEMO
           END-IF.

       720-CHECK-DEMO. *> the hire is queued either way - the report
          *> job holds it back until its SSN and address are on file
           MOVE 'n' TO xDemoFound.
           MOVE 'n' TO xDemoEOF.
           OPEN INPUT DEMOFILE.
           IF xDemoStatus = "00"
              PERFORM 730-SCAN-DEMO UNTIL xDemoEOF = 'y'
           END-IF.
           CLOSE DEMOFILE.
           IF xDemoFound = 'n'
              DISPLAY 'NO DEMOGRAPHICS ON FILE YET - KEY THE SSN AND '
                 'ADDRESS IN PAYROLL-DEMO BEFORE THE WEEKLY REPORT.'
           END-IF.

       730-SCAN-DEMO.
           READ DEMOFILE
              AT END
                 MOVE 'y' TO xDemoEOF,
              NOT AT END
                 IF nDemEmplNumIn = nMstEmplNum
                    MOVE 'y' TO xDemoFound
                    MOVE 'y' TO xDemoEOF
                 END-IF,
           END-READ.

       900-WRITE-CONTROL. *> recount the saved master and write its
          *> companion control record, the indexed stand-in for the
          *> old header/trailer records
