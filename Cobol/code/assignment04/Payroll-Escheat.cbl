       identification division.
       PROGRAM-ID. PAYROLL-ESCHEAT.
       author. WYATT SHANAHAN.

      *> Stale-dated check aging and unclaimed-property (escheat)
      *> run over the cumulative issue file. Every check still
      *> issued and uncleared is aged from its issue date into the
      *> under-90 / 90 / 180 / 365-day buckets and listed with the
      *> employee's last known address from the demographics file.
      *> A check past the dormancy period of the state it would
      *> escheat to (the last known address - EscheatRules.txt,
      *> default one year) moves to status E, escheat holding:
      *>   - it goes on the state unclaimed-property file with the
      *>     holder (Employer.txt) on the header
      *>   - a GL reclass debits cash and credits the escheat
      *>     liability, accounts from EscheatGL.txt, in the same
      *>     extract layout GL-POST takes from PAYROLL-01
      *> With no GL accounts on file nothing is moved - the
      *> dormant checks list as DUE and the job ends WARNING.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ISSUEFILE ASSIGN TO "CheckIssued.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xIssueStatus.
           SELECT OPTIONAL DEMOFILE ASSIGN TO DYNAMIC xDemoFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDemoStatus.
           SELECT OPTIONAL RULEFILE ASSIGN TO DYNAMIC xRuleFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRuleStatus.
           SELECT OPTIONAL ESCGLFILE ASSIGN TO DYNAMIC xEscGlFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xEscGlStatus.
           SELECT OPTIONAL EMPLOYERFILE ASSIGN TO DYNAMIC
              xEmployerFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xEmployerStatus.
           SELECT AGINGFILE ASSIGN TO "Payroll-escheat-aging.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNCLAIMEDFILE ASSIGN TO "Payroll-escheat-state.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLEXTFILE ASSIGN TO "Payroll-escheat-glext.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ISSUEFILE.
       01 xIssueRecord.
          05 nIssNumIn      PIC 9(6).
          05 nIssDateIn     PIC 9(8).
          05 nIssEmpIn      PIC 9999.
          05 xIssNameIn     PIC x(40).
          05 nIssAmtIn      PIC 9(5)v99.
          05 xIssStatusIn   PIC x. *> I issued, C cleared, V void,
             *> E escheat holding

       FD DEMOFILE. *> employee demographics (PAYROLL-DEMO)
       01 xDemoRecord.
          05 nDemEmplNumIn  PIC 9999.
          05 xDemSsnIn      PIC x(9).
          05 xDemAddr1In    PIC x(30).
          05 xDemAddr2In    PIC x(30).
          05 xDemCityIn     PIC x(20).
          05 xDemStateIn    PIC xx.
          05 xDemZipIn      PIC x(10).

       FD RULEFILE. *> dormancy period for wages, per state
       01 xRuleRecord.
          05 xEsrStateIn    PIC xx.
          05 nEsrDaysIn     PIC 9(4).

       FD ESCGLFILE. *> one record - the reclass accounts
       01 xEscGlRecord.
          05 xEglCashIn     PIC x(6). *> payroll cash
          05 xEglLiabIn     PIC x(6). *> escheat (unclaimed
             *> property) liability

       FD EMPLOYERFILE. *> one record - the holder the state sees
       01 xEmployerRecord.
          05 xEmpFeinIn     PIC x(9).
          05 xEmpStateIdIn  PIC x(12).
          05 xEmpNameIn     PIC x(40).
          05 xEmpAddr1In    PIC x(30).
          05 xEmpCityIn     PIC x(20).
          05 xEmpStateIn    PIC xx.
          05 xEmpZipIn      PIC x(10).

       FD AGINGFILE.
       01 xAgingLine     PIC x(132).

       FD UNCLAIMEDFILE. *> holder report for the state - header,
          *> one detail per property, trailer with count and total
       01 xUpHdrRec.
          05 xUpHdrTag      PIC x(3). *> 'HDR'
          05 nUpHdrDate     PIC 9(8).
          05 xUpHdrFein     PIC x(9).
          05 xUpHdrName     PIC x(40).
       01 xUpTrlRec.
          05 xUpTrlTag      PIC x(3). *> 'TRL'
          05 nUpTrlCount    PIC 9(5).
          05 nUpTrlAmount   PIC 9(7)v99.
       01 xUpDetailRec.
          05 xUpTypeOut     PIC x(3). *> 'DTL'
          05 xUpPropOut     PIC x(4). *> property type - PR01 wages
          05 nUpCheckOut    PIC 9(6).
          05 nUpIssDateOut  PIC 9(8).
          05 nUpAmtOut      PIC 9(5)v99.
          05 nUpEmpOut      PIC 9999.
          05 xUpNameOut     PIC x(40).
          05 xUpSsnOut      PIC x(9).
          05 xUpAddr1Out    PIC x(30).
          05 xUpAddr2Out    PIC x(30).
          05 xUpCityOut     PIC x(20).
          05 xUpStateOut    PIC xx.
          05 xUpZipOut      PIC x(10).

       FD GLEXTFILE. *> same layout as PAYROLL-01's GL extract
       01 xGlExtRecord.
          05 xGlAcctOut     PIC x(6).
          05 xGlDrCrOut     PIC x. *> D = debit, C = credit
          05 nGlAmtOut      PIC s9(7)v99 SIGN IS TRAILING.
          05 nGlDeptOut     PIC 9.
          05 xGlDescOut     PIC x(16).
          05 xGlJobOut      PIC x(4).

       WORKING-STORAGE SECTION.

       77 xDemoFileName   PIC X(100).
       77 xRuleFileName   PIC X(100).
       77 xEscGlFileName  PIC X(100).
       77 xEmployerFileName PIC X(100).
       77 xIssueStatus    PIC xx.
       77 xDemoStatus     PIC xx.
       77 xRuleStatus     PIC xx.
       77 xEscGlStatus    PIC xx.
       77 xEmployerStatus PIC xx.
       77 xEOF            PIC x     VALUE 'n'.
       77 xAuditDetail    PIC X(80) VALUE SPACES.
       77 xAuditProgName  PIC X(20) VALUE "PAYROLL-ESCHEAT".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd  PIC X(8)  VALUE "END".
       77 xEojCode        PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".
       77 nIssCnt         PIC 9(4)  VALUE 0.
       77 xIssOverflow    PIC X     VALUE 'n'. *> rewriting the
          *> issue file from a partial table would delete checks,
          *> so overflow refuses the run
       77 nIssSub         PIC 9(4)  VALUE 0.
       77 nDemoCnt        PIC 999   VALUE 0.
       77 nDemoSub        PIC 999   VALUE 0.
       77 xDemoFound      PIC x     VALUE 'n'.
       77 nRuleCnt        PIC 99    VALUE 0.
       77 nRuleSub        PIC 99    VALUE 0.
       77 nDefDormancy    PIC 9(4)  VALUE 365. *> days before a wage
          *> check is presumed abandoned where the state has no
          *> rule - ESCHEAT_DORMANCY_DAYS overrides
       77 xParmDormancy   PIC x(4)  VALUE SPACES.
       77 nDormancyDays   PIC 9(4)  VALUE 0.
       77 xOwnerState     PIC xx    VALUE SPACES.
       77 xGlPresent      PIC x     VALUE 'n'.
       77 nAgeDays        PIC s9(5) VALUE 0.
       77 nBktSub         PIC 9     VALUE 0.
       77 nOutstandCnt    PIC 9(4)  VALUE 0.
       77 nOutstandAmt    PIC 9(7)v99 VALUE 0.
       77 nEscheatCnt     PIC 9(4)  VALUE 0.
       77 nEscheatAmt     PIC 9(7)v99 VALUE 0.
       77 nDueCnt         PIC 9(4)  VALUE 0. *> dormant, not moved
       77 nHoldingCnt     PIC 9(4)  VALUE 0. *> E from earlier runs
       77 nNoAddrCnt      PIC 9(4)  VALUE 0.
       77 xSsnProgram     PIC X(20) VALUE 'PAYROLL-ESCHEAT'.
       77 xSsnAction      PIC X(8)  VALUE 'EXTRACT'.

       01 xIssueTable. *> the whole cumulative issue file in memory -
          *> statuses update in place and write back at end
          05 xIssueElement OCCURS 5000 TIMES.
             10 nIssNumTbl    PIC 9(6).
             10 nIssDateTbl   PIC 9(8).
             10 nIssEmpTbl    PIC 9999.
             10 xIssNameTbl   PIC x(40).
             10 nIssAmtTbl    PIC 9(5)v99.
             10 xIssStatTbl   PIC x.

       01 xDemoTable. *> SSN and last known address per employee
          05 xDemoElement OCCURS 300 TIMES.
             10 nDemEmpTbl    PIC 9999.
             10 xDemSsnTbl    PIC x(9).
             10 xDemAddr1Tbl  PIC x(30).
             10 xDemAddr2Tbl  PIC x(30).
             10 xDemCityTbl   PIC x(20).
             10 xDemStateTbl  PIC xx.
             10 xDemZipTbl    PIC x(10).

       01 xRuleTable.
          05 xRuleElement OCCURS 60 TIMES.
             10 xEsrStateTbl  PIC xx.
             10 nEsrDaysTbl   PIC 9(4).

       01 xBucketTotals. *> 1 under 90, 2 90-179, 3 180-364, 4 365+
          05 xBucketElement OCCURS 4 TIMES.
             10 nBktCnt       PIC 9(4).
             10 nBktAmt       PIC 9(7)v99.

       01 xAgingHeading.
          05 FILLER      PIC x(30)  VALUE
             'OUTSTANDING PAYROLL CHECKS AS '.
          05 neHeadDate  PIC 9999/99/99.

       01 xAgingColumns.
          05 FILLER      PIC x(44)  VALUE
             'CHECK   ISSUED      DAYS BUCKET         AMOU'.
          05 FILLER      PIC x(44)  VALUE
             'NT  EMPL NAME / LAST KNOWN ADDRESS          '.
          05 FILLER      PIC x(8)   VALUE 'STATUS'.

       01 xAgingDetail.
          05 neAgeNum    PIC 9(6).
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 neAgeDate   PIC 9999/99/99.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neAgeDays   PIC zzzz9.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xAgeBucket  PIC x(8).
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neAgeAmt    PIC $zz,zz9.99.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 neAgeEmp    PIC 9999.
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xAgeName    PIC x(38).
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 xAgeStatus  PIC x(30).

       01 xAgingAddress. *> second line under each check
          05 FILLER      PIC x(58)  VALUE SPACES.
          05 xAgeAddr    PIC x(74).

       01 xBucketLine.
          05 FILLER      PIC x(10)  VALUE 'BUCKET    '.
          05 xBktLabel   PIC x(8).
          05 FILLER      PIC x(1)   VALUE SPACES.
          05 neBktCnt    PIC zzz9.
          05 FILLER      PIC x(8)   VALUE ' CHECKS '.
          05 neBktAmt    PIC $z,zzz,zz9.99.

       01 xAgingTotal.
          05 neTotOut    PIC zzz9.
          05 FILLER      PIC x(14)  VALUE ' OUTSTANDING, '.
          05 neTotEsc    PIC zzz9.
          05 FILLER      PIC x(21)  VALUE ' MOVED TO ESCHEAT ('.
          05 neTotEscAmt PIC $z,zzz,zz9.99.
          05 FILLER      PIC x(3)   VALUE '), '.
          05 neTotDue    PIC zzz9.
          05 FILLER      PIC x(20)  VALUE ' DORMANT NOT MOVED, '.
          05 neTotHold   PIC zzz9.
          05 FILLER      PIC x(16)  VALUE ' ALREADY HELD'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-AGE-CHECK VARYING nIssSub FROM 1 BY 1
              UNTIL nIssSub > nIssCnt.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           ACCEPT xParmDormancy FROM ENVIRONMENT
              "ESCHEAT_DORMANCY_DAYS"
              ON EXCEPTION MOVE SPACES TO xParmDormancy
           END-ACCEPT.
           IF xParmDormancy NUMERIC
              MOVE xParmDormancy TO nDefDormancy
           END-IF.
           MOVE "PayDemographics.txt" TO xDemoFileName.
           ACCEPT xDemoFileName FROM ENVIRONMENT "PAYROLL_DEMO_FILE"
              ON EXCEPTION
                 MOVE "PayDemographics.txt" TO xDemoFileName
           END-ACCEPT.
           MOVE "EscheatRules.txt" TO xRuleFileName.
           ACCEPT xRuleFileName FROM ENVIRONMENT
              "PAYROLL_ESCHEAT_RULE_FILE"
              ON EXCEPTION
                 MOVE "EscheatRules.txt" TO xRuleFileName
           END-ACCEPT.
           MOVE "EscheatGL.txt" TO xEscGlFileName.
           ACCEPT xEscGlFileName FROM ENVIRONMENT
              "PAYROLL_ESCHEAT_GL_FILE"
              ON EXCEPTION
                 MOVE "EscheatGL.txt" TO xEscGlFileName
           END-ACCEPT.
           MOVE "Employer.txt" TO xEmployerFileName.
           ACCEPT xEmployerFileName FROM ENVIRONMENT
              "PAYROLL_EMPLOYER_FILE"
              ON EXCEPTION
                 MOVE "Employer.txt" TO xEmployerFileName
           END-ACCEPT.
           PERFORM 110-LOAD-ISSUES.
           PERFORM 120-LOAD-DEMO.
           PERFORM 130-LOAD-RULES.
           PERFORM 140-LOAD-GL-ACCTS.
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
              DISPLAY 'NO EMPLOYER RECORD - THE UNCLAIMED-PROPERTY '
                 'FILE CARRIES NO HOLDER FEIN'
              MOVE "WARNING" TO xEojCode
           END-IF.
           MOVE 0 TO nBktCnt(1) nBktCnt(2) nBktCnt(3) nBktCnt(4).
           MOVE 0 TO nBktAmt(1) nBktAmt(2) nBktAmt(3) nBktAmt(4).
           OPEN OUTPUT AGINGFILE.
           MOVE nRunDate TO neHeadDate.
           MOVE xAgingHeading TO xAgingLine.
           WRITE xAgingLine BEFORE ADVANCING 1 LINE.
           MOVE xAgingColumns TO xAgingLine.
           WRITE xAgingLine BEFORE ADVANCING 1 LINE.
           OPEN OUTPUT UNCLAIMEDFILE.
           MOVE 'HDR' TO xUpHdrTag.
           MOVE nRunDate TO nUpHdrDate.
           MOVE xEmpFeinIn TO xUpHdrFein.
           MOVE xEmpNameIn TO xUpHdrName.
           WRITE xUpHdrRec.
           OPEN OUTPUT GLEXTFILE.

       110-LOAD-ISSUES.
           OPEN INPUT ISSUEFILE.
           IF xIssueStatus NOT = '00'
              DISPLAY 'NO CHECK ISSUE FILE - NOTHING TO AGE.'
              MOVE "aborted - no issue file" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.
           PERFORM 111-READ-ISSUE UNTIL xEOF = 'y'.
           CLOSE ISSUEFILE.
           MOVE 'n' TO xEOF.
           IF xIssOverflow = 'y'
      *> 320-SAVE-ISSUES would rewrite the file from a partial
      *> table, deleting every issued check past it - refuse with
      *> the file untouched
              DISPLAY 'ISSUE FILE EXCEEDS THE 5000-ROW TABLE - '
                 'RUN REFUSED, FILE LEFT UNTOUCHED'
              MOVE "refused - issue table overflow" TO xAuditDetail
              PERFORM 190-REFUSE
           END-IF.

       111-READ-ISSUE.
           READ ISSUEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nIssCnt < 5000
                   ADD 1 TO nIssCnt
                   MOVE nIssNumIn    TO nIssNumTbl(nIssCnt)
                   MOVE nIssDateIn   TO nIssDateTbl(nIssCnt)
                   MOVE nIssEmpIn    TO nIssEmpTbl(nIssCnt)
                   MOVE xIssNameIn   TO xIssNameTbl(nIssCnt)
                   MOVE nIssAmtIn    TO nIssAmtTbl(nIssCnt)
                   MOVE xIssStatusIn TO xIssStatTbl(nIssCnt)
                ELSE
                   MOVE 'y' TO xIssOverflow
                END-IF,
           END-READ.

       120-LOAD-DEMO. *> DEMOFILE is OPTIONAL - with none on file
          *> every check lists with no address
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

       130-LOAD-RULES. *> RULEFILE is OPTIONAL - with none on file
          *> every state takes the default dormancy period
           OPEN INPUT RULEFILE.
           IF xRuleStatus = '00'
              PERFORM 131-READ-RULE UNTIL xEOF = 'y'
           END-IF.
           CLOSE RULEFILE.
           MOVE 'n' TO xEOF.

       131-READ-RULE.
           READ RULEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nRuleCnt < 60
                   ADD 1 TO nRuleCnt
                   MOVE xEsrStateIn TO xEsrStateTbl(nRuleCnt)
                   MOVE nEsrDaysIn  TO nEsrDaysTbl(nRuleCnt)
                ELSE
                   DISPLAY 'ESCHEAT RULE TABLE FULL - STATE '
                      xEsrStateIn ' SKIPPED'
                END-IF,
           END-READ.

       140-LOAD-GL-ACCTS. *> ESCGLFILE is OPTIONAL - without both
          *> accounts no check can move, since the books would not
          *> follow it
           OPEN INPUT ESCGLFILE.
           IF xEscGlStatus = '00'
              READ ESCGLFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF xEglCashIn NOT = SPACES
                       AND xEglLiabIn NOT = SPACES
                       MOVE 'y' TO xGlPresent
                    END-IF
              END-READ
           END-IF.
           CLOSE ESCGLFILE.
           IF xGlPresent = 'n'
              DISPLAY 'NO ESCHEAT GL ACCOUNTS ('
                 FUNCTION TRIM(xEscGlFileName)
                 ') - DORMANT CHECKS LISTED, NONE MOVED'
           END-IF.

       190-REFUSE.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.

       200-AGE-CHECK. *> only checks still issued age - cleared and
          *> void checks are settled, E checks are already held
           IF xIssStatTbl(nIssSub) = 'E'
              ADD 1 TO nHoldingCnt
           END-IF.
           IF xIssStatTbl(nIssSub) = 'I'
              ADD 1 TO nOutstandCnt
              ADD nIssAmtTbl(nIssSub) TO nOutstandAmt
              MOVE 0 TO nAgeDays
              IF FUNCTION TEST-DATE-YYYYMMDD(nIssDateTbl(nIssSub))
                 = 0
                 COMPUTE nAgeDays =
                    FUNCTION INTEGER-OF-DATE(nRunDate) -
                    FUNCTION INTEGER-OF-DATE(nIssDateTbl(nIssSub))
              END-IF
              EVALUATE TRUE
                 WHEN nAgeDays < 90
                    MOVE 1 TO nBktSub
                 WHEN nAgeDays < 180
                    MOVE 2 TO nBktSub
                 WHEN nAgeDays < 365
                    MOVE 3 TO nBktSub
                 WHEN OTHER
                    MOVE 4 TO nBktSub
              END-EVALUATE
              ADD 1 TO nBktCnt(nBktSub)
              ADD nIssAmtTbl(nIssSub) TO nBktAmt(nBktSub)
              PERFORM 210-FIND-DEMO
              PERFORM 215-FIND-DORMANCY
              MOVE SPACES TO xAgeStatus
              IF nAgeDays > nDormancyDays
                 IF xGlPresent = 'y'
                    PERFORM 220-ESCHEAT-CHECK
                    MOVE 'MOVED TO ESCHEAT' TO xAgeStatus
                 ELSE
                    ADD 1 TO nDueCnt
                    MOVE 'WARNING' TO xEojCode
                    MOVE 'ESCHEAT DUE - NOT MOVED' TO xAgeStatus
                 END-IF
              END-IF
              PERFORM 230-AGING-LINE
           END-IF.

       210-FIND-DEMO.
           MOVE 'n' TO xDemoFound.
           PERFORM VARYING nDemoSub FROM 1 BY 1
              UNTIL nDemoSub > nDemoCnt
              IF nDemEmpTbl(nDemoSub) = nIssEmpTbl(nIssSub)
                 MOVE 'y' TO xDemoFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       215-FIND-DORMANCY. *> the state of the last known address
          *> decides; no address means the holder's state rules
           IF xDemoFound = 'y'
              MOVE xDemStateTbl(nDemoSub) TO xOwnerState
           ELSE
              MOVE xEmpStateIn TO xOwnerState
           END-IF.
           MOVE nDefDormancy TO nDormancyDays.
           PERFORM VARYING nRuleSub FROM 1 BY 1
              UNTIL nRuleSub > nRuleCnt
              IF xEsrStateTbl(nRuleSub) = xOwnerState
                 MOVE nEsrDaysTbl(nRuleSub) TO nDormancyDays
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       220-ESCHEAT-CHECK. *> status E, one property on the state
          *> file, and the cash-to-liability reclass
           MOVE 'E' TO xIssStatTbl(nIssSub).
           ADD 1 TO nEscheatCnt.
           ADD nIssAmtTbl(nIssSub) TO nEscheatAmt.
           MOVE 'DTL' TO xUpTypeOut.
           MOVE 'PR01' TO xUpPropOut.
           MOVE nIssNumTbl(nIssSub) TO nUpCheckOut.
           MOVE nIssDateTbl(nIssSub) TO nUpIssDateOut.
           MOVE nIssAmtTbl(nIssSub) TO nUpAmtOut.
           MOVE nIssEmpTbl(nIssSub) TO nUpEmpOut.
           MOVE xIssNameTbl(nIssSub) TO xUpNameOut.
           IF xDemoFound = 'y'
              MOVE xDemSsnTbl(nDemoSub) TO xUpSsnOut
              MOVE xDemAddr1Tbl(nDemoSub) TO xUpAddr1Out
              MOVE xDemAddr2Tbl(nDemoSub) TO xUpAddr2Out
              MOVE xDemCityTbl(nDemoSub) TO xUpCityOut
              MOVE xDemStateTbl(nDemoSub) TO xUpStateOut
              MOVE xDemZipTbl(nDemoSub) TO xUpZipOut
           ELSE
              MOVE SPACES TO xUpSsnOut
              MOVE SPACES TO xUpAddr1Out
              MOVE SPACES TO xUpAddr2Out
              MOVE SPACES TO xUpCityOut
              MOVE SPACES TO xUpStateOut
              MOVE SPACES TO xUpZipOut
           END-IF.
           WRITE xUpDetailRec.
           IF xUpSsnOut NOT = SPACES
              CALL "logSsnAccess" USING xSsnProgram nUpEmpOut
                 xSsnAction
           END-IF.
           MOVE xEglCashIn TO xGlAcctOut.
           MOVE 'D' TO xGlDrCrOut.
           PERFORM 225-WRITE-GL.
           MOVE xEglLiabIn TO xGlAcctOut.
           MOVE 'C' TO xGlDrCrOut.
           PERFORM 225-WRITE-GL.

       225-WRITE-GL.
           MOVE nIssAmtTbl(nIssSub) TO nGlAmtOut.
           MOVE 0 TO nGlDeptOut.
           MOVE SPACES TO xGlDescOut.
           STRING 'ESCHEAT ' DELIMITED BY SIZE
              nIssNumTbl(nIssSub) DELIMITED BY SIZE
              INTO xGlDescOut
           END-STRING.
           MOVE SPACES TO xGlJobOut.
           WRITE xGlExtRecord.

       230-AGING-LINE.
           MOVE nIssNumTbl(nIssSub) TO neAgeNum.
           MOVE nIssDateTbl(nIssSub) TO neAgeDate.
           MOVE nAgeDays TO neAgeDays.
           PERFORM 231-BUCKET-LABEL.
           MOVE xBktLabel TO xAgeBucket.
           MOVE nIssAmtTbl(nIssSub) TO neAgeAmt.
           MOVE nIssEmpTbl(nIssSub) TO neAgeEmp.
           MOVE xIssNameTbl(nIssSub) TO xAgeName.
           MOVE xAgingDetail TO xAgingLine.
           WRITE xAgingLine BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO xAgeAddr.
           IF xDemoFound = 'y'
              STRING xDemAddr1Tbl(nDemoSub) DELIMITED BY '  '
                 ', ' DELIMITED BY SIZE
                 xDemCityTbl(nDemoSub) DELIMITED BY '  '
                 ' ' DELIMITED BY SIZE
                 xDemStateTbl(nDemoSub) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 xDemZipTbl(nDemoSub) DELIMITED BY SPACE
                 INTO xAgeAddr
                 ON OVERFLOW CONTINUE
              END-STRING
           ELSE
              ADD 1 TO nNoAddrCnt
              MOVE '(NO ADDRESS ON FILE)' TO xAgeAddr
           END-IF.
           MOVE xAgingAddress TO xAgingLine.
           WRITE xAgingLine BEFORE ADVANCING 1 LINE.

       231-BUCKET-LABEL.
           EVALUATE nBktSub
              WHEN 1 MOVE 'UNDER 90' TO xBktLabel
              WHEN 2 MOVE '90-179'   TO xBktLabel
              WHEN 3 MOVE '180-364'  TO xBktLabel
              WHEN OTHER MOVE '365+' TO xBktLabel
           END-EVALUATE.

       300-TERMINATION.
           MOVE SPACES TO xAgingLine.
           WRITE xAgingLine BEFORE ADVANCING 1 LINE.
           PERFORM 310-BUCKET-LINE VARYING nBktSub FROM 1 BY 1
              UNTIL nBktSub > 4.
           MOVE nOutstandCnt TO neTotOut.
           MOVE nEscheatCnt TO neTotEsc.
           MOVE nEscheatAmt TO neTotEscAmt.
           MOVE nDueCnt TO neTotDue.
           MOVE nHoldingCnt TO neTotHold.
           MOVE xAgingTotal TO xAgingLine.
           WRITE xAgingLine BEFORE ADVANCING 1 LINE.
           CLOSE AGINGFILE.
           MOVE 'TRL' TO xUpTrlTag.
           MOVE nEscheatCnt TO nUpTrlCount.
           MOVE nEscheatAmt TO nUpTrlAmount.
           WRITE xUpTrlRec.
           CLOSE UNCLAIMEDFILE.
           CLOSE GLEXTFILE.
           IF nEscheatCnt > 0
              PERFORM 320-SAVE-ISSUES
           END-IF.
           DISPLAY xAgingTotal.
           IF nNoAddrCnt > 0
              DISPLAY nNoAddrCnt ' OUTSTANDING CHECK(S) HAVE NO '
                 'LAST KNOWN ADDRESS - UPDATE DEMOGRAPHICS'
           END-IF.
           STRING "outstanding=" DELIMITED BY SIZE
              nOutstandCnt DELIMITED BY SIZE
              " escheated=" DELIMITED BY SIZE
              nEscheatCnt DELIMITED BY SIZE
              " due=" DELIMITED BY SIZE
              nDueCnt DELIMITED BY SIZE
              " held=" DELIMITED BY SIZE
              nHoldingCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-BUCKET-LINE.
           PERFORM 231-BUCKET-LABEL.
           MOVE nBktCnt(nBktSub) TO neBktCnt.
           MOVE nBktAmt(nBktSub) TO neBktAmt.
           MOVE xBucketLine TO xAgingLine.
           WRITE xAgingLine BEFORE ADVANCING 1 LINE.

       320-SAVE-ISSUES. *> write the E marks back so the checks are
          *> reported once and RECON refuses them if they present
           OPEN OUTPUT ISSUEFILE.
           PERFORM 321-WRITE-ISSUE VARYING nIssSub FROM 1 BY 1
              UNTIL nIssSub > nIssCnt.
           CLOSE ISSUEFILE.

       321-WRITE-ISSUE.
           MOVE nIssNumTbl(nIssSub)  TO nIssNumIn.
           MOVE nIssDateTbl(nIssSub) TO nIssDateIn.
           MOVE nIssEmpTbl(nIssSub)  TO nIssEmpIn.
           MOVE xIssNameTbl(nIssSub) TO xIssNameIn.
           MOVE nIssAmtTbl(nIssSub)  TO nIssAmtIn.
           MOVE xIssStatTbl(nIssSub) TO xIssStatusIn.
           WRITE xIssueRecord.
