       identification division.
       PROGRAM-ID. PAYROLL-SSNLOG.
       author. WYATT SHANAHAN.

      *> Monthly SSN access report for the privacy officer. Every
      *> time a full SSN leaves the demographic file - an SSNVIEW
      *> holder's view in PAYROLL-DEMO, or a regulatory extract
      *> (W-2, state new-hire, SUI wage detail, unclaimed property)
      *> - logSsnAccess appends who, when, which employee and which
      *> program to SsnAccess.log (PAYROLL_SSN_ACCESS_LOG). Takes a
      *> year and month (PAYSSN_YEAR / PAYSSN_MONTH, or prompted),
      *> lists that month's entries in log order and totals them by
      *> user and by program. Interactive views are counted apart
      *> from batch extracts - those are the ones the officer asks
      *> about. The log itself is only read here, never rewritten.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL LOGFILE ASSIGN TO DYNAMIC xLogFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xLogStatus.
           SELECT RPTFILE ASSIGN TO "Payroll-ssnlog.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LOGFILE.
       01 xLogRecord.
          05 xLogStamp.
             10 nLogYear    PIC 9999.
             10 nLogMonth   PIC 99.
             10 nLogDay     PIC 99.
             10 nLogHour    PIC 99.
             10 nLogMin     PIC 99.
             10 FILLER      PIC x(9).
          05 xLogUser       PIC x(16).
          05 xLogProgram    PIC x(20).
          05 nLogEmpl       PIC 9999.
          05 xLogAction     PIC x(8).

       FD RPTFILE.
       01 xRptLine       PIC x(90).

       WORKING-STORAGE SECTION.

       77 xLogFileName   PIC X(100).
       77 xLogStatus     PIC xx.
       77 xEOF           PIC x     VALUE 'n'.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "PAYROLL-SSNLOG".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
       77 xParmYear      PIC x(4)  VALUE SPACES.
       77 xParmMonth     PIC x(2)  VALUE SPACES.
       77 nRptYear       PIC 9999  VALUE 0.
       77 nRptMonth      PIC 99    VALUE 0.
       77 nEntryCnt      PIC 9(5)  VALUE 0.
       77 nViewCnt       PIC 9(5)  VALUE 0.
       77 nExtractCnt    PIC 9(5)  VALUE 0.
       77 nUserCnt       PIC 999   VALUE 0.
       77 nUserSub       PIC 999   VALUE 0.
       77 nProgCnt       PIC 99    VALUE 0.
       77 nProgSub       PIC 99    VALUE 0.
       77 xTallyFound    PIC x     VALUE 'n'.
       77 xTableFull     PIC x     VALUE 'n'.
           COPY "field-validate-ws.cbl".

       01 xUserTotals.
          05 xUserElement OCCURS 100 TIMES.
             10 xUserTbl     PIC x(16).
             10 nUserViewTbl PIC 9(5).
             10 nUserExtTbl  PIC 9(5).

       01 xProgTotals.
          05 xProgElement OCCURS 20 TIMES.
             10 xProgTbl     PIC x(20).
             10 nProgViewTbl PIC 9(5).
             10 nProgExtTbl  PIC 9(5).

       01 xRptHeading.
          05 FILLER      PIC x(28)
                         VALUE 'FULL-SSN ACCESS LOG - MONTH '.
          05 neHeadYear  PIC 9999.
          05 FILLER      PIC x     VALUE '/'.
          05 neHeadMonth PIC 99.

       01 xColHeading.
          05 FILLER      PIC x(17)  VALUE 'DATE       TIME  '.
          05 FILLER      PIC x(17)  VALUE 'USER'.
          05 FILLER      PIC x(21)  VALUE 'PROGRAM'.
          05 FILLER      PIC x(9)   VALUE 'EMPLOYEE '.
          05 FILLER      PIC x(8)   VALUE 'ACTION'.

       01 xEntryDetail.
          05 neEntYear   PIC 9999.
          05 FILLER      PIC x      VALUE '/'.
          05 neEntMonth  PIC 99.
          05 FILLER      PIC x      VALUE '/'.
          05 neEntDay    PIC 99.
          05 FILLER      PIC x      VALUE SPACE.
          05 neEntHour   PIC 99.
          05 FILLER      PIC x      VALUE ':'.
          05 neEntMin    PIC 99.
          05 FILLER      PIC x      VALUE SPACE.
          05 xEntUser    PIC x(16).
          05 FILLER      PIC x      VALUE SPACE.
          05 xEntProgram PIC x(20).
          05 FILLER      PIC x      VALUE SPACE.
          05 neEntEmpl   PIC 9999.
          05 FILLER      PIC x(5)   VALUE SPACES.
          05 xEntAction  PIC x(8).

       01 xTallyDetail.
          05 FILLER      PIC x(2)   VALUE SPACES.
          05 xTallyName  PIC x(20).
          05 FILLER      PIC x(7)   VALUE ' VIEWS '.
          05 neTallyView PIC zzzz9.
          05 FILLER      PIC x(10)  VALUE ' EXTRACTS '.
          05 neTallyExt  PIC zzzz9.

       01 xTotalLine.
          05 FILLER      PIC x(15)  VALUE 'MONTH ENTRIES  '.
          05 neTotEntry  PIC zzzz9.
          05 FILLER      PIC x(8)   VALUE '  VIEWS '.
          05 neTotView   PIC zzzz9.
          05 FILLER      PIC x(11)  VALUE '  EXTRACTS '.
          05 neTotExt    PIC zzzz9.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-LOOP UNTIL xEOF = 'y'.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           MOVE "SsnAccess.log" TO xLogFileName.
           ACCEPT xLogFileName FROM ENVIRONMENT
              "PAYROLL_SSN_ACCESS_LOG"
              ON EXCEPTION
                 MOVE "SsnAccess.log" TO xLogFileName
           END-ACCEPT.
           ACCEPT xParmYear FROM ENVIRONMENT 'PAYSSN_YEAR'
              ON EXCEPTION MOVE SPACES TO xParmYear
           END-ACCEPT.
           IF xParmYear NOT = SPACES
              MOVE xParmYear TO nRptYear
           ELSE
              DISPLAY 'YEAR (YYYY)? ' WITH NO ADVANCING
              ACCEPT nRptYear
           END-IF.
           ACCEPT xParmMonth FROM ENVIRONMENT 'PAYSSN_MONTH'
              ON EXCEPTION MOVE SPACES TO xParmMonth
           END-ACCEPT.
           IF xParmMonth NOT = SPACES
              MOVE xParmMonth TO nRptMonth
           ELSE
              DISPLAY 'MONTH (1-12)? ' WITH NO ADVANCING
              ACCEPT nRptMonth
           END-IF.
           MOVE 'Y' TO xFieldValid.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==nRptMonth==
              ==:VALID-NAME:==  BY =='MONTH'==
              ==:VALID-LOW:==   BY ==1==
              ==:VALID-HIGH:==  BY ==12==.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==nRptYear==
              ==:VALID-NAME:==  BY =='YEAR'==
              ==:VALID-LOW:==   BY ==1990==
              ==:VALID-HIGH:==  BY ==2099==.
           IF xFieldValid = 'N'
              DISPLAY 'REPORT ABANDONED.'
              MOVE "refused - bad year/month" TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
                 xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
      *> OPTIONAL - no log yet means nothing has been accessed, which
      *> is a report in its own right, not a failure
           OPEN INPUT LOGFILE.
           IF xLogStatus NOT = "00"
              MOVE 'y' TO xEOF
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE nRptYear TO neHeadYear.
           MOVE nRptMonth TO neHeadMonth.
           MOVE xRptHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 2 LINES.
           DISPLAY xRptHeading.
           MOVE xColHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       200-LOOP.
           READ LOGFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nLogYear = nRptYear AND nLogMonth = nRptMonth
                   PERFORM 210-LIST-ENTRY
                END-IF,
           END-READ.

       210-LIST-ENTRY.
           ADD 1 TO nEntryCnt.
           IF xLogAction = 'VIEW'
              ADD 1 TO nViewCnt
           ELSE
              ADD 1 TO nExtractCnt
           END-IF.
           MOVE nLogYear TO neEntYear.
           MOVE nLogMonth TO neEntMonth.
           MOVE nLogDay TO neEntDay.
           MOVE nLogHour TO neEntHour.
           MOVE nLogMin TO neEntMin.
           MOVE xLogUser TO xEntUser.
           MOVE xLogProgram TO xEntProgram.
           MOVE nLogEmpl TO neEntEmpl.
           MOVE xLogAction TO xEntAction.
           MOVE xEntryDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           PERFORM 220-TALLY-USER.
           PERFORM 230-TALLY-PROGRAM.

       220-TALLY-USER.
           MOVE 'n' TO xTallyFound.
           PERFORM VARYING nUserSub FROM 1 BY 1
              UNTIL nUserSub > nUserCnt
              IF xUserTbl(nUserSub) = xLogUser
                 MOVE 'y' TO xTallyFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF xTallyFound = 'n' AND nUserCnt < 100
              ADD 1 TO nUserCnt
              MOVE nUserCnt TO nUserSub
              MOVE xLogUser TO xUserTbl(nUserSub)
              MOVE 0 TO nUserViewTbl(nUserSub)
              MOVE 0 TO nUserExtTbl(nUserSub)
              MOVE 'y' TO xTallyFound
           END-IF.
           IF xTallyFound = 'y'
              IF xLogAction = 'VIEW'
                 ADD 1 TO nUserViewTbl(nUserSub)
              ELSE
                 ADD 1 TO nUserExtTbl(nUserSub)
              END-IF
           ELSE
              MOVE 'y' TO xTableFull
           END-IF.

       230-TALLY-PROGRAM.
           MOVE 'n' TO xTallyFound.
           PERFORM VARYING nProgSub FROM 1 BY 1
              UNTIL nProgSub > nProgCnt
              IF xProgTbl(nProgSub) = xLogProgram
                 MOVE 'y' TO xTallyFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF xTallyFound = 'n' AND nProgCnt < 20
              ADD 1 TO nProgCnt
              MOVE nProgCnt TO nProgSub
              MOVE xLogProgram TO xProgTbl(nProgSub)
              MOVE 0 TO nProgViewTbl(nProgSub)
              MOVE 0 TO nProgExtTbl(nProgSub)
              MOVE 'y' TO xTallyFound
           END-IF.
           IF xTallyFound = 'y'
              IF xLogAction = 'VIEW'
                 ADD 1 TO nProgViewTbl(nProgSub)
              ELSE
                 ADD 1 TO nProgExtTbl(nProgSub)
              END-IF
           ELSE
              MOVE 'y' TO xTableFull
           END-IF.

       300-TERMINATION.
           CLOSE LOGFILE.
           IF nEntryCnt = 0
              MOVE 'NO FULL-SSN ACCESS LOGGED THIS MONTH' TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
              DISPLAY 'NO FULL-SSN ACCESS LOGGED THIS MONTH'
           END-IF.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE 'BY USER' TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           PERFORM 310-PRINT-USER VARYING nUserSub FROM 1 BY 1
              UNTIL nUserSub > nUserCnt.
           MOVE 'BY PROGRAM' TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           PERFORM 320-PRINT-PROGRAM VARYING nProgSub FROM 1 BY 1
              UNTIL nProgSub > nProgCnt.
      *> a tally table overflow leaves the entries listed but the
      *> totals short - say so rather than hand over a wrong count
           IF xTableFull = 'y'
              MOVE 'TALLY TABLE FULL - TOTALS BY USER/PROGRAM ARE SHORT'
                 TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
              DISPLAY 'TALLY TABLE FULL - TOTALS BY USER/PROGRAM '
                 'ARE SHORT'
              MOVE "WARNING" TO xEojCode
           END-IF.
           MOVE nEntryCnt TO neTotEntry.
           MOVE nViewCnt TO neTotView.
           MOVE nExtractCnt TO neTotExt.
           MOVE xTotalLine TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xTotalLine.
           CLOSE RPTFILE.
           STRING "month=" DELIMITED BY SIZE
              nRptYear DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              nRptMonth DELIMITED BY SIZE
              " entries=" DELIMITED BY SIZE
              nEntryCnt DELIMITED BY SIZE
              " views=" DELIMITED BY SIZE
              nViewCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-PRINT-USER.
           MOVE xUserTbl(nUserSub) TO xTallyName.
           MOVE nUserViewTbl(nUserSub) TO neTallyView.
           MOVE nUserExtTbl(nUserSub) TO neTallyExt.
           MOVE xTallyDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       320-PRINT-PROGRAM.
           MOVE xProgTbl(nProgSub) TO xTallyName.
           MOVE nProgViewTbl(nProgSub) TO neTallyView.
           MOVE nProgExtTbl(nProgSub) TO neTallyExt.
           MOVE xTallyDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
