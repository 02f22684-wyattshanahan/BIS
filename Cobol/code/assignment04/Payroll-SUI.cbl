       identification division.
       PROGRAM-ID. PAYROLL-SUI.
       author. WYATT SHANAHAN.

      *> Quarterly state unemployment (SUI) wage detail and employer
      *> contribution report - the state counterpart of PAYROLL-941.
      *> Takes a year and quarter (PAYSUI_YEAR / PAYSUI_QTR, or
      *> prompted) and reads the permanent pay history from January
      *> to the end of the quarter. Each employee's work state comes
      *> from the master (keyed READ, xMstWorkState). Per state:
      *>   - every employee's quarter wages, the part over the
      *>     state's annual taxable wage base (the year's wages
      *>     before the quarter count toward it first), and the
      *>     taxable wages left
      *>   - the employer contribution at the state rate from
      *>     SuiRates.txt, rounded per employee
      *>   - one state-format wage file, Payroll-sui-<state>.txt,
      *>     header / detail / trailer with the employer account
      *> The contribution accrues to the GL on Payroll-sui-glext.txt,
      *> PAYROLL-01's extract layout - SUI expense debited and SUI
      *> payable credited, by state and department. A state with no
      *> rate on file, or an employee with no master or no work
      *> state, is listed without a contribution and the job ends
      *> WARNING.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HISTFILE ASSIGN TO DYNAMIC xHistFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xHistStatus.
           SELECT MASTERFILE ASSIGN TO DYNAMIC xMasterFileName
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS nMstEmplNum
              FILE STATUS IS xMstFileStatus.
           SELECT OPTIONAL RATEFILE ASSIGN TO DYNAMIC xRateFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRateStatus.
           SELECT OPTIONAL DEMOFILE ASSIGN TO DYNAMIC xDemoFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDemoStatus.
           SELECT OPTIONAL EMPLOYERFILE ASSIGN TO DYNAMIC
              xEmployerFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xEmployerStatus.
           SELECT WAGEFILE ASSIGN TO DYNAMIC xWageFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLEXTFILE ASSIGN TO "Payroll-sui-glext.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "Payroll-sui.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
          05 nMstYtdDefer    PIC 9(6)v99.
          05 nMstYtdMatch    PIC 9(6)v99.

       FD RATEFILE. *> one row per state per year
       01 xRateRecord.
          05 xSurStateIn    PIC xx.
          05 nSurYearIn     PIC 9999.
          05 nSurRateIn     PIC 9v9(5). *> employer rate, .02700
          05 nSurBaseIn     PIC 9(7)v99. *> annual taxable wage
             *> base - zero means every dollar is taxable
          05 xSurAcctIn     PIC x(15). *> employer's state account
          05 xSurExpAcctIn  PIC x(6). *> GL SUI expense
          05 xSurLiabAcctIn PIC x(6). *> GL SUI payable

       FD DEMOFILE. *> employee demographics (PAYROLL-DEMO)
       01 xDemoRecord.
          05 nDemEmplNumIn  PIC 9999.
          05 xDemSsnIn      PIC x(9).
          05 xDemAddr1In    PIC x(30).
          05 xDemAddr2In    PIC x(30).
          05 xDemCityIn     PIC x(20).
          05 xDemStateIn    PIC xx.
          05 xDemZipIn      PIC x(10).

       FD EMPLOYERFILE. *> one record - the employer the state sees
       01 xEmployerRecord.
          05 xEmpFeinIn     PIC x(9).
          05 xEmpStateIdIn  PIC x(12).
          05 xEmpNameIn     PIC x(40).
          05 xEmpAddr1In    PIC x(30).
          05 xEmpCityIn     PIC x(20).
          05 xEmpStateIn    PIC xx.
          05 xEmpZipIn      PIC x(10).

       FD WAGEFILE. *> state quarterly wage detail - header, one
          *> detail per employee, trailer with count and totals
       01 xSwHdrRec.
          05 xSwHdrTag      PIC x(3). *> 'HDR'
          05 xSwHdrState    PIC xx.
          05 xSwHdrAcct     PIC x(15).
          05 xSwHdrFein     PIC x(9).
          05 xSwHdrName     PIC x(40).
          05 nSwHdrYear     PIC 9999.
          05 nSwHdrQtr      PIC 9.
       01 xSwTrlRec.
          05 xSwTrlTag      PIC x(3). *> 'TRL'
          05 nSwTrlCount    PIC 9(5).
          05 nSwTrlWages    PIC 9(9)v99.
          05 nSwTrlTaxable  PIC 9(9)v99.
          05 nSwTrlContrib  PIC 9(7)v99.
       01 xSwDetailRec.
          05 xSwTypeOut     PIC x(3). *> 'DTL'
          05 xSwSsnOut      PIC x(9).
          05 xSwLNameOut    PIC x(20).
          05 xSwFNameOut    PIC x(20).
          05 nSwEmpOut      PIC 9999.
          05 nSwWagesOut    PIC s9(7)v99 SIGN IS TRAILING.
          05 nSwTaxableOut  PIC s9(7)v99 SIGN IS TRAILING.

       FD GLEXTFILE. *> same layout as PAYROLL-01's GL extract
       01 xGlExtRecord.
          05 xGlAcctOut     PIC x(6).
          05 xGlDrCrOut     PIC x. *> D = debit, C = credit
          05 nGlAmtOut      PIC s9(7)v99 SIGN IS TRAILING.
          05 nGlDeptOut     PIC 9.
          05 xGlDescOut     PIC x(16).
          05 xGlJobOut      PIC x(4).

       FD RPTFILE.
       01 xRptLine       PIC x(100).

       WORKING-STORAGE SECTION.

       77 xHistFileName   PIC X(100).
       77 xMasterFileName PIC X(100).
       77 xRateFileName   PIC X(100).
       77 xDemoFileName   PIC X(100).
       77 xEmployerFileName PIC X(100).
       77 xWageFileName   PIC X(100).
       77 xHistStatus     PIC xx.
       77 xMstFileStatus  PIC xx.
       77 xRateStatus     PIC xx.
       77 xDemoStatus     PIC xx.
       77 xEmployerStatus PIC xx.
       77 xEOF            PIC x     VALUE 'n'.
       77 xAuditDetail    PIC X(80) VALUE SPACES.
       77 xAuditProgName  PIC X(20) VALUE "PAYROLL-SUI".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd  PIC X(8)  VALUE "END".
       77 xEojCode        PIC X(8)  VALUE "CLEAN".
       77 xParmYear       PIC x(4)  VALUE SPACES.
       77 xParmQtr        PIC x     VALUE SPACE.
       77 nQtrYear        PIC 9999  VALUE 0.
       77 nQtr            PIC 9     VALUE 0.
       77 nQtrFirstMonth  PIC 99    VALUE 0.
       77 nRecMonth       PIC 99    VALUE 0.
       77 nRecYear        PIC 9999  VALUE 0.
       77 nRecWage        PIC s9(5)v99 VALUE 0.
       77 nEmpCnt         PIC 999   VALUE 0.
       77 nEmpSub         PIC 999   VALUE 0.
       77 xEmpFound       PIC x     VALUE 'n'.
       77 nRateCnt        PIC 99    VALUE 0.
       77 nRateSub        PIC 99    VALUE 0.
       77 xRateFound      PIC x     VALUE 'n'.
       77 nDemoCnt        PIC 999   VALUE 0.
       77 nDemoSub        PIC 999   VALUE 0.
       77 xCurState       PIC xx    VALUE SPACES.
       77 nBaseLeft       PIC s9(7)v99 VALUE 0.
       77 nDeptSub        PIC 9     VALUE 0.
       77 nStCnt          PIC 9(5)  VALUE 0.
       77 nStWages        PIC s9(9)v99 VALUE 0.
       77 nStExcess       PIC s9(9)v99 VALUE 0.
       77 nStTaxable      PIC s9(9)v99 VALUE 0.
       77 nStContrib      PIC s9(7)v99 VALUE 0.
       77 nTotWages       PIC s9(9)v99 VALUE 0.
       77 nTotTaxable     PIC s9(9)v99 VALUE 0.
       77 nTotContrib     PIC s9(7)v99 VALUE 0.
       77 nStateCnt       PIC 99    VALUE 0.
       77 nNoRateCnt      PIC 99    VALUE 0.
       77 nNoMasterCnt    PIC 999   VALUE 0.
       77 nNoSsnCnt       PIC 999   VALUE 0.
       77 xSsnProgram     PIC X(20) VALUE 'PAYROLL-SUI'.
       77 xSsnAction      PIC X(8)  VALUE 'EXTRACT'.
       77 neRateOut       PIC 9.99999.
           COPY "field-validate-ws.cbl".

       01 xEmpTable. *> one row per employee paid this year -
          *> DEPENDING ON nEmpCnt so the sort only orders the rows
          *> actually built
          05 xEmpElement OCCURS 1 TO 300 TIMES
             DEPENDING ON nEmpCnt.
             10 xEmpStateTbl  PIC xx. *> '??' with no master record
                *> or no work state on it
             10 nEmpNumTbl    PIC 9999.
             10 nEmpDeptTbl   PIC 9. *> latest history department
             10 xEmpLNameTbl  PIC x(20).
             10 xEmpFNameTbl  PIC x(20).
             10 nEmpPriorTbl  PIC s9(7)v99. *> year's wages before
                *> the quarter
             10 nEmpQtrTbl    PIC s9(7)v99.
             10 nEmpExcessTbl PIC s9(7)v99.
             10 nEmpTaxTbl    PIC s9(7)v99.
             10 nEmpContrTbl  PIC s9(5)v99.

       01 xRateTable.
          05 xRateElement OCCURS 60 TIMES.
             10 xSurStateTbl  PIC xx.
             10 nSurRateTbl   PIC 9v9(5).
             10 nSurBaseTbl   PIC 9(7)v99.
             10 xSurAcctTbl   PIC x(15).
             10 xSurExpTbl    PIC x(6).
             10 xSurLiabTbl   PIC x(6).

       01 xDemoTable.
          05 xDemoElement OCCURS 300 TIMES.
             10 nDemEmpTbl    PIC 9999.
             10 xDemSsnTbl    PIC x(9).

       01 xDeptContrib. *> this state's contribution by department
          05 nDeptContrib OCCURS 9 TIMES PIC s9(7)v99.

       01 xRptHeading.
          05 FILLER      PIC x(35)  VALUE
             'STATE UNEMPLOYMENT WAGE REPORT - Q'.
          05 neHeadQtr   PIC 9.
          05 FILLER      PIC x(1)   VALUE SPACE.
          05 neHeadYear  PIC 9999.

       01 xStateHeading.
          05 FILLER      PIC x(6)   VALUE 'STATE '.
          05 xSthState   PIC xx.
          05 FILLER      PIC x(10)  VALUE '  ACCOUNT '.
          05 xSthAcct    PIC x(15).
          05 FILLER      PIC x(7)   VALUE '  RATE '.
          05 xSthRate    PIC x(7).
          05 FILLER      PIC x(13)  VALUE '  WAGE BASE '.
          05 neSthBase   PIC $z,zzz,zz9.99.

       01 xStateColumns.
          05 FILLER      PIC x(44)  VALUE
             'EMPL NAME                           SSN     '.
          05 FILLER      PIC x(44)  VALUE
             '    QTR WAGES        EXCESS      TAXABLE    '.
          05 FILLER      PIC x(12)  VALUE
             'CONTRIB'.

       01 xEmpDetail.
          05 neEmpNum    PIC 9999.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xEmpName    PIC x(30).
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xEmpSsn     PIC x(11).
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neEmpQtr    PIC $zzz,zz9.99-.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neEmpExcess PIC $zzz,zz9.99-.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neEmpTax    PIC $zzz,zz9.99-.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neEmpContr  PIC $zz,zz9.99-.

       01 xStateTotal.
          05 FILLER      PIC x(6)   VALUE 'STATE '.
          05 xSttState   PIC xx.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neSttCnt    PIC zzz9.
          05 FILLER      PIC x(11)  VALUE ' EMPLOYEES '.
          05 FILLER      PIC x(6)   VALUE 'WAGES '.
          05 neSttWages  PIC $zz,zzz,zz9.99-.
          05 FILLER      PIC x(9)   VALUE ' TAXABLE '.
          05 neSttTax    PIC $zz,zzz,zz9.99-.
          05 FILLER      PIC x(9)   VALUE ' CONTRIB '.
          05 neSttContr  PIC $zzz,zz9.99-.

       01 xGrandTotal.
          05 neGrdStates PIC z9.
          05 FILLER      PIC x(14)  VALUE ' STATE(S)     '.
          05 FILLER      PIC x(6)   VALUE 'WAGES '.
          05 neGrdWages  PIC $zz,zzz,zz9.99-.
          05 FILLER      PIC x(9)   VALUE ' TAXABLE '.
          05 neGrdTax    PIC $zz,zzz,zz9.99-.
          05 FILLER      PIC x(9)   VALUE ' CONTRIB '.
          05 neGrdContr  PIC $zzz,zz9.99-.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-LOOP UNTIL xEOF = 'y'.
           CLOSE HISTFILE.
           PERFORM 230-RESOLVE-EMPLOYEE VARYING nEmpSub FROM 1 BY 1
              UNTIL nEmpSub > nEmpCnt.
           IF nEmpCnt > 1
              SORT xEmpElement
                 ON ASCENDING KEY xEmpStateTbl
                 ON ASCENDING KEY nEmpNumTbl
           END-IF.
           MOVE SPACES TO xCurState.
           PERFORM 250-REPORT-EMPLOYEE VARYING nEmpSub FROM 1 BY 1
              UNTIL nEmpSub > nEmpCnt.
           IF xCurState NOT = SPACES
              PERFORM 270-STATE-BREAK
           END-IF.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           MOVE "PayHistory.txt" TO xHistFileName.
           ACCEPT xHistFileName FROM ENVIRONMENT "PAYROLL_HIST_FILE"
              ON EXCEPTION
                 MOVE "PayHistory.txt" TO xHistFileName
           END-ACCEPT.
           MOVE "Payroll.master.idx" TO xMasterFileName.
           ACCEPT xMasterFileName FROM ENVIRONMENT
              "PAYROLL_MASTER_FILE"
              ON EXCEPTION
                 MOVE "Payroll.master.idx" TO xMasterFileName
           END-ACCEPT.
           MOVE "SuiRates.txt" TO xRateFileName.
           ACCEPT xRateFileName FROM ENVIRONMENT
              "PAYROLL_SUI_RATE_FILE"
              ON EXCEPTION
                 MOVE "SuiRates.txt" TO xRateFileName
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
           ACCEPT xParmYear FROM ENVIRONMENT 'PAYSUI_YEAR'
              ON EXCEPTION MOVE SPACES TO xParmYear
           END-ACCEPT.
           IF xParmYear NOT = SPACES
              MOVE xParmYear TO nQtrYear
           ELSE
              DISPLAY 'YEAR (YYYY)? ' WITH NO ADVANCING
              ACCEPT nQtrYear
           END-IF.
           ACCEPT xParmQtr FROM ENVIRONMENT 'PAYSUI_QTR'
              ON EXCEPTION MOVE SPACE TO xParmQtr
           END-ACCEPT.
           IF xParmQtr NOT = SPACE
              MOVE xParmQtr TO nQtr
           ELSE
              DISPLAY 'QUARTER (1-4)? ' WITH NO ADVANCING
              ACCEPT nQtr
           END-IF.
           MOVE 'Y' TO xFieldValid.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==nQtr==
              ==:VALID-NAME:==  BY =='QUARTER'==
              ==:VALID-LOW:==   BY ==1==
              ==:VALID-HIGH:==  BY ==4==.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==nQtrYear==
              ==:VALID-NAME:==  BY =='YEAR'==
              ==:VALID-LOW:==   BY ==1990==
              ==:VALID-HIGH:==  BY ==2099==.
           IF xFieldValid = 'N'
              DISPLAY 'REPORT ABANDONED.'
              MOVE "refused - bad year/quarter" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           COMPUTE nQtrFirstMonth = (nQtr - 1) * 3 + 1.
           PERFORM 110-LOAD-RATES.
           PERFORM 120-LOAD-DEMO.
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
              DISPLAY 'NO EMPLOYER RECORD - THE STATE WAGE FILES '
                 'CARRY NO FEIN'
              MOVE "WARNING" TO xEojCode
           END-IF.
           OPEN INPUT MASTERFILE.
           IF xMstFileStatus NOT = '00'
              DISPLAY 'REPORT ABANDONED - CANNOT OPEN MASTER ('
                 FUNCTION TRIM(xMasterFileName) ') STATUS '
                 xMstFileStatus
              MOVE "aborted - master missing" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           OPEN INPUT HISTFILE.
           IF xHistStatus NOT = "00"
              DISPLAY 'NO PAY HISTORY ON FILE ('
                 FUNCTION TRIM(xHistFileName) ')'
              MOVE "aborted - no history file" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE nQtr TO neHeadQtr.
           MOVE nQtrYear TO neHeadYear.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           OPEN OUTPUT GLEXTFILE.

       110-LOAD-RATES. *> RATEFILE is OPTIONAL - with none on file
          *> every state lists without a contribution. The latest
          *> row for a state at or before the report year wins.
           OPEN INPUT RATEFILE.
           IF xRateStatus = '00'
              PERFORM 111-READ-RATE UNTIL xEOF = 'y'
           END-IF.
           CLOSE RATEFILE.
           MOVE 'n' TO xEOF.

       111-READ-RATE.
           READ RATEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nSurYearIn NOT > nQtrYear
                   PERFORM 112-KEEP-RATE
                END-IF,
           END-READ.

       112-KEEP-RATE.
           MOVE 'n' TO xRateFound.
           PERFORM VARYING nRateSub FROM 1 BY 1
              UNTIL nRateSub > nRateCnt
              IF xSurStateTbl(nRateSub) = xSurStateIn
                 MOVE 'y' TO xRateFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF xRateFound = 'n'
              IF nRateCnt < 60
                 ADD 1 TO nRateCnt
                 MOVE nRateCnt TO nRateSub
                 MOVE 'y' TO xRateFound
              ELSE
                 DISPLAY 'SUI RATE TABLE FULL - STATE '
                    xSurStateIn ' SKIPPED'
              END-IF
           END-IF.
      *> rows come in any order - a later year replaces an earlier
           IF xRateFound = 'y'
              MOVE xSurStateIn    TO xSurStateTbl(nRateSub)
              MOVE nSurRateIn     TO nSurRateTbl(nRateSub)
              MOVE nSurBaseIn     TO nSurBaseTbl(nRateSub)
              MOVE xSurAcctIn     TO xSurAcctTbl(nRateSub)
              MOVE xSurExpAcctIn  TO xSurExpTbl(nRateSub)
              MOVE xSurLiabAcctIn TO xSurLiabTbl(nRateSub)
           END-IF.

       120-LOAD-DEMO. *> DEMOFILE is OPTIONAL - with none on file
          *> the wage files carry no SSNs
           OPEN INPUT DEMOFILE.
           IF xDemoStatus = '00'
              PERFORM 121-READ-DEMO UNTIL xEOF = 'y'
           END-IF.
           CLOSE DEMOFILE.
           MOVE 'n' TO xEOF.

       121-READ-DEMO.
           READ DEMOFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nDemoCnt < 300
                   ADD 1 TO nDemoCnt
                   MOVE nDemEmplNumIn TO nDemEmpTbl(nDemoCnt)
                   MOVE xDemSsnIn     TO xDemSsnTbl(nDemoCnt)
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
           READ HISTFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                PERFORM 210-TALLY-RECORD,
           END-READ.

       210-TALLY-RECORD. *> the year up to the end of the quarter -
          *> earlier months only count toward the wage base
           MOVE nHistDate(1:4) TO nRecYear.
           MOVE nHistDate(5:2) TO nRecMonth.
           IF nRecYear = nQtrYear
              AND nRecMonth < nQtrFirstMonth + 3
      *> SUI wages follow the FICA definition - gross less section
      *> 125 deductions; history written before those were kept
      *> carries only gross
              IF nHistFicaWage NUMERIC
                 MOVE nHistFicaWage TO nRecWage
              ELSE
                 MOVE nHistGross TO nRecWage
              END-IF
              PERFORM 220-FIND-EMPLOYEE
              IF xEmpFound = 'y'
                 IF nRecMonth < nQtrFirstMonth
                    ADD nRecWage TO nEmpPriorTbl(nEmpSub)
                 ELSE
                    ADD nRecWage TO nEmpQtrTbl(nEmpSub)
                    MOVE nHistDept TO nEmpDeptTbl(nEmpSub)
                 END-IF
              END-IF
           END-IF.

       220-FIND-EMPLOYEE.
           MOVE 'n' TO xEmpFound.
           PERFORM VARYING nEmpSub FROM 1 BY 1
              UNTIL nEmpSub > nEmpCnt
              IF nEmpNumTbl(nEmpSub) = nHistEmpl
                 MOVE 'y' TO xEmpFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF xEmpFound = 'n'
              IF nEmpCnt < 300
                 ADD 1 TO nEmpCnt
                 MOVE nEmpCnt TO nEmpSub
                 MOVE nHistEmpl TO nEmpNumTbl(nEmpSub)
                 MOVE nHistDept TO nEmpDeptTbl(nEmpSub)
                 MOVE SPACES TO xEmpStateTbl(nEmpSub)
                 MOVE 0 TO nEmpPriorTbl(nEmpSub)
                 MOVE 0 TO nEmpQtrTbl(nEmpSub)
                 MOVE 0 TO nEmpExcessTbl(nEmpSub)
                 MOVE 0 TO nEmpTaxTbl(nEmpSub)
                 MOVE 0 TO nEmpContrTbl(nEmpSub)
                 MOVE 'y' TO xEmpFound
              ELSE
                 DISPLAY 'EMPLOYEE TABLE FULL - EMPLOYEE '
                    nHistEmpl ' LEFT OFF THE REPORT'
                 MOVE "WARNING" TO xEojCode
              END-IF
           END-IF.

       230-RESOLVE-EMPLOYEE. *> work state and name from the master
           MOVE nEmpNumTbl(nEmpSub) TO nMstEmplNum.
           READ MASTERFILE
              INVALID KEY
                 MOVE '??' TO xEmpStateTbl(nEmpSub)
                 MOVE '(NO MASTER RECORD)' TO xEmpLNameTbl(nEmpSub)
                 MOVE SPACES TO xEmpFNameTbl(nEmpSub)
              NOT INVALID KEY
                 MOVE xMstWorkState TO xEmpStateTbl(nEmpSub)
                 IF xMstWorkState = SPACES
                    MOVE '??' TO xEmpStateTbl(nEmpSub)
                 END-IF
                 MOVE xMstLName TO xEmpLNameTbl(nEmpSub)
                 MOVE xMstFName TO xEmpFNameTbl(nEmpSub)
           END-READ.

       250-REPORT-EMPLOYEE. *> employees paid nothing this quarter
          *> are only in the table for their wage base
           IF xEmpStateTbl(nEmpSub) NOT = xCurState
              IF xCurState NOT = SPACES
                 PERFORM 270-STATE-BREAK
              END-IF
              PERFORM 260-STATE-START
           END-IF.
           IF nEmpQtrTbl(nEmpSub) NOT = 0
              PERFORM 255-EMPLOYEE-TAX
              PERFORM 256-EMPLOYEE-LINE
           END-IF.

       254-APPLY-WAGE-BASE. *> the year's earlier wages use up the
          *> base first; what is left of it is taxable this quarter
           COMPUTE nBaseLeft = nSurBaseTbl(nRateSub)
              - nEmpPriorTbl(nEmpSub).
           IF nBaseLeft < 0
              MOVE 0 TO nBaseLeft
           END-IF.
           IF nEmpQtrTbl(nEmpSub) > nBaseLeft
              MOVE nBaseLeft TO nEmpTaxTbl(nEmpSub)
              COMPUTE nEmpExcessTbl(nEmpSub) =
                 nEmpQtrTbl(nEmpSub) - nBaseLeft
           END-IF.

       255-EMPLOYEE-TAX.
           MOVE nEmpQtrTbl(nEmpSub) TO nEmpTaxTbl(nEmpSub).
           MOVE 0 TO nEmpExcessTbl(nEmpSub).
           IF xRateFound = 'y'
              IF nSurBaseTbl(nRateSub) > 0
                 PERFORM 254-APPLY-WAGE-BASE
              END-IF
           END-IF.
           MOVE 0 TO nEmpContrTbl(nEmpSub).
           IF xRateFound = 'y' AND xCurState NOT = '??'
              COMPUTE nEmpContrTbl(nEmpSub) ROUNDED =
                 nEmpTaxTbl(nEmpSub) * nSurRateTbl(nRateSub)
           END-IF.
           ADD 1 TO nStCnt.
           ADD nEmpQtrTbl(nEmpSub) TO nStWages.
           ADD nEmpExcessTbl(nEmpSub) TO nStExcess.
           ADD nEmpTaxTbl(nEmpSub) TO nStTaxable.
           ADD nEmpContrTbl(nEmpSub) TO nStContrib.
           MOVE nEmpDeptTbl(nEmpSub) TO nDeptSub.
           IF nDeptSub >= 1
              ADD nEmpContrTbl(nEmpSub) TO nDeptContrib(nDeptSub)
           END-IF.

       256-EMPLOYEE-LINE.
           MOVE SPACES TO xEmpDetail.
           MOVE nEmpNumTbl(nEmpSub) TO neEmpNum.
           STRING xEmpLNameTbl(nEmpSub) DELIMITED BY '  '
              ', ' DELIMITED BY SIZE
              xEmpFNameTbl(nEmpSub) DELIMITED BY '  '
              INTO xEmpName
              ON OVERFLOW CONTINUE
           END-STRING.
           PERFORM 257-FIND-SSN.
      *> the printed report shows the last four only - the full
      *> number goes to the state on the wage file
           IF xSwSsnOut = SPACES
              MOVE '(NO SSN)' TO xEmpSsn
              ADD 1 TO nNoSsnCnt
           ELSE
              CALL "maskSsn" USING xSwSsnOut xEmpSsn
           END-IF.
           MOVE nEmpQtrTbl(nEmpSub) TO neEmpQtr.
           MOVE nEmpExcessTbl(nEmpSub) TO neEmpExcess.
           MOVE nEmpTaxTbl(nEmpSub) TO neEmpTax.
           MOVE nEmpContrTbl(nEmpSub) TO neEmpContr.
           MOVE xEmpDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE 'DTL' TO xSwTypeOut.
           MOVE xEmpLNameTbl(nEmpSub) TO xSwLNameOut.
           MOVE xEmpFNameTbl(nEmpSub) TO xSwFNameOut.
           MOVE nEmpNumTbl(nEmpSub) TO nSwEmpOut.
           MOVE nEmpQtrTbl(nEmpSub) TO nSwWagesOut.
           MOVE nEmpTaxTbl(nEmpSub) TO nSwTaxableOut.
           IF xCurState NOT = '??'
              WRITE xSwDetailRec
              IF xSwSsnOut NOT = SPACES
                 CALL "logSsnAccess" USING xSsnProgram nSwEmpOut
                    xSsnAction
              END-IF
           END-IF.

       257-FIND-SSN.
           MOVE SPACES TO xSwSsnOut.
           PERFORM VARYING nDemoSub FROM 1 BY 1
              UNTIL nDemoSub > nDemoCnt
              IF nDemEmpTbl(nDemoSub) = nEmpNumTbl(nEmpSub)
                 MOVE xDemSsnTbl(nDemoSub) TO xSwSsnOut
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       260-STATE-START. *> rate row, report heading, wage file
           MOVE xEmpStateTbl(nEmpSub) TO xCurState.
           ADD 1 TO nStateCnt.
           MOVE 0 TO nStCnt nStWages nStExcess nStTaxable nStContrib.
           PERFORM VARYING nDeptSub FROM 1 BY 1 UNTIL nDeptSub > 9
              MOVE 0 TO nDeptContrib(nDeptSub)
           END-PERFORM.
           MOVE 'n' TO xRateFound.
           PERFORM VARYING nRateSub FROM 1 BY 1
              UNTIL nRateSub > nRateCnt
              IF xSurStateTbl(nRateSub) = xCurState
                 MOVE 'y' TO xRateFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xCurState TO xSthState.
           IF xRateFound = 'y'
              MOVE xSurAcctTbl(nRateSub) TO xSthAcct
              MOVE nSurRateTbl(nRateSub) TO neRateOut
              MOVE neRateOut TO xSthRate
              MOVE nSurBaseTbl(nRateSub) TO neSthBase
           ELSE
              MOVE '(NO RATE)' TO xSthAcct
              MOVE SPACES TO xSthRate
              MOVE 0 TO neSthBase
           END-IF.
           MOVE xStateHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xStateColumns TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           IF xCurState NOT = '??'
              PERFORM 265-OPEN-WAGE-FILE
           END-IF.

       265-OPEN-WAGE-FILE.
           MOVE SPACES TO xWageFileName.
           STRING 'Payroll-sui-' DELIMITED BY SIZE
              xCurState DELIMITED BY SIZE
              '.txt' DELIMITED BY SIZE
              INTO xWageFileName
           END-STRING.
           OPEN OUTPUT WAGEFILE.
           MOVE 'HDR' TO xSwHdrTag.
           MOVE xCurState TO xSwHdrState.
           IF xRateFound = 'y'
              MOVE xSurAcctTbl(nRateSub) TO xSwHdrAcct
           ELSE
              MOVE SPACES TO xSwHdrAcct
           END-IF.
           MOVE xEmpFeinIn TO xSwHdrFein.
           MOVE xEmpNameIn TO xSwHdrName.
           MOVE nQtrYear TO nSwHdrYear.
           MOVE nQtr TO nSwHdrQtr.
           WRITE xSwHdrRec.

       270-STATE-BREAK. *> totals, trailer, and the GL accrual
           MOVE xCurState TO xSttState.
           MOVE nStCnt TO neSttCnt.
           MOVE nStWages TO neSttWages.
           MOVE nStTaxable TO neSttTax.
           MOVE nStContrib TO neSttContr.
           MOVE xStateTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xStateTotal.
           IF xCurState NOT = '??'
              MOVE 'TRL' TO xSwTrlTag
              MOVE nStCnt TO nSwTrlCount
              MOVE nStWages TO nSwTrlWages
              MOVE nStTaxable TO nSwTrlTaxable
              MOVE nStContrib TO nSwTrlContrib
              WRITE xSwTrlRec
              CLOSE WAGEFILE
           END-IF.
           ADD nStWages TO nTotWages.
           ADD nStTaxable TO nTotTaxable.
           ADD nStContrib TO nTotContrib.
           EVALUATE TRUE
              WHEN xCurState = '??'
                 MOVE SPACES TO xRptLine
                 STRING 'EMPLOYEES WITH NO WORK STATE ON THE MASTER '
                    '- NO WAGE FILE, NO CONTRIBUTION' DELIMITED BY SIZE
                    INTO xRptLine
                 END-STRING
                 WRITE xRptLine BEFORE ADVANCING 1 LINE
                 ADD nStCnt TO nNoMasterCnt
                 MOVE "WARNING" TO xEojCode
              WHEN xRateFound = 'n'
                 MOVE 'NO SUI RATE ON FILE - NO CONTRIBUTION'
                    TO xRptLine
                 WRITE xRptLine BEFORE ADVANCING 1 LINE
                 DISPLAY 'NO SUI RATE FOR STATE ' xCurState
                 ADD 1 TO nNoRateCnt
                 MOVE "WARNING" TO xEojCode
              WHEN xSurExpTbl(nRateSub) = SPACES
                 OR xSurLiabTbl(nRateSub) = SPACES
                 MOVE 'NO SUI GL ACCOUNTS ON FILE - NOT ACCRUED'
                    TO xRptLine
                 WRITE xRptLine BEFORE ADVANCING 1 LINE
                 DISPLAY 'NO SUI GL ACCOUNTS FOR STATE ' xCurState
                    ' - CONTRIBUTION NOT ACCRUED'
                 MOVE "WARNING" TO xEojCode
              WHEN OTHER
                 PERFORM 275-ACCRUE-DEPT VARYING nDeptSub FROM 1 BY 1
                    UNTIL nDeptSub > 9
           END-EVALUATE.

       275-ACCRUE-DEPT.
           IF nDeptContrib(nDeptSub) NOT = 0
              MOVE xSurExpTbl(nRateSub) TO xGlAcctOut
              MOVE 'D' TO xGlDrCrOut
              PERFORM 276-WRITE-GL
              MOVE xSurLiabTbl(nRateSub) TO xGlAcctOut
              MOVE 'C' TO xGlDrCrOut
              PERFORM 276-WRITE-GL
           END-IF.

       276-WRITE-GL.
           MOVE nDeptContrib(nDeptSub) TO nGlAmtOut.
           MOVE nDeptSub TO nGlDeptOut.
           MOVE SPACES TO xGlDescOut.
           STRING 'SUI ' DELIMITED BY SIZE
              xCurState DELIMITED BY SIZE
              ' Q' DELIMITED BY SIZE
              nQtr DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              nQtrYear DELIMITED BY SIZE
              INTO xGlDescOut
           END-STRING.
           MOVE SPACES TO xGlJobOut.
           WRITE xGlExtRecord.

       300-TERMINATION.
           CLOSE MASTERFILE.
           CLOSE GLEXTFILE.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE nStateCnt TO neGrdStates.
           MOVE nTotWages TO neGrdWages.
           MOVE nTotTaxable TO neGrdTax.
           MOVE nTotContrib TO neGrdContr.
           MOVE xGrandTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           DISPLAY xGrandTotal.
           IF nNoSsnCnt > 0
              DISPLAY nNoSsnCnt ' EMPLOYEE(S) WITH NO SSN ON THE '
                 'WAGE FILES - UPDATE DEMOGRAPHICS'
              MOVE "WARNING" TO xEojCode
           END-IF.
           STRING "qtr=" DELIMITED BY SIZE
              nQtr DELIMITED BY SIZE
              " year=" DELIMITED BY SIZE
              nQtrYear DELIMITED BY SIZE
              " states=" DELIMITED BY SIZE
              nStateCnt DELIMITED BY SIZE
              " norate=" DELIMITED BY SIZE
              nNoRateCnt DELIMITED BY SIZE
              " nomaster=" DELIMITED BY SIZE
              nNoMasterCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
