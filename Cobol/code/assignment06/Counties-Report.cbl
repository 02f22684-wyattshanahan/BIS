       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNTIES-REPORT.
       AUTHOR. WYATT SHANAHAN.

      *> The largest counties in each state and what share of the
      *> state's population each one holds - the breakdown that used
      *> to be answered by hand. Counties.txt arrives in key order,
      *> so each state's counties are gathered on the state break,
      *> ranked by population and the top COUNTY_TOP_N (default 5)
      *> printed with their percent of the state's nPopIn from
      *> States.txt; one more line sums the rest of the state. A
      *> state that is not on States.txt still lists its counties
      *> but with no share - COUNTIES-RECON is where that is chased.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STATEFILE ASSIGN TO DYNAMIC xStateFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xStateStatus.
           SELECT COUNTYFILE ASSIGN TO DYNAMIC xCountyFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xCountyStatus.
           SELECT RPTFILE ASSIGN TO 'Counties-report.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STATEFILE.
       01  xStateRecord.
           05 nStateNumIn    pic 9(2).
           05 xStateAbIn     pic X(2).
           05 xRegCodeIn     pic X.
           05 xStateNameIn   pic X(20).
           05 nPopIn         pic 9(8).
           05 nAreaIn        pic 9(6).

       FD COUNTYFILE.
       01  xCountyRecord.
           05 xCtyStateAbIn  pic X(2).
           05 nCtyCodeIn     pic 9(3).
           05 xCtyNameIn     pic X(30).
           05 nCtyPopIn      pic 9(8).

       FD RPTFILE.
       01 xRptLine       PIC X(90).

       WORKING-STORAGE SECTION.
       77 xStateFileName  PIC X(100).
       77 xCountyFileName PIC X(100).
       77 xStateStatus    PIC XX.
       77 xCountyStatus   PIC XX.
       77 xEOF            PIC X   VALUE 'n'.
       77 nStateCnt       PIC 99  VALUE 0.
       77 nStateSub       PIC 99  VALUE 0.
       77 xCurrState      PIC X(2) VALUE SPACES.
       77 nCurrStatePop   PIC 9(8) VALUE 0.
       77 nGroupCnt       PIC 999 VALUE 0.
       77 nGroupSub       PIC 999 VALUE 0.
       77 nTopN           PIC 99  VALUE 5.
       77 xParmTop        PIC X(2) VALUE SPACES.
       77 nRestCnt        PIC 999 VALUE 0.
       77 nRestPop        PIC 9(9) VALUE 0.
       77 nShareWk        PIC 999V99 VALUE 0.
       77 nStatesListed   PIC 99  VALUE 0.
       77 nCountyReadCnt  PIC 9(4) VALUE 0.
       77 xAuditDetail    PIC X(80) VALUE SPACES.
       77 xAuditProgName  PIC X(20) VALUE "COUNTIES-REPORT".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd  PIC X(8)  VALUE "END".
       77 xEojCode        PIC X(8)  VALUE "CLEAN".

       01 xStateTable.
          05 xStateElement OCCURS 60 TIMES.
             10 xCrAbTbl      PIC X(2).
             10 xCrNameTbl    PIC X(20).
             10 nCrPopTbl     PIC 9(8).

       01 xGroupTable. *> one state's counties at a time - Texas,
          *> the most, has 254
          05 xGroupElement OCCURS 300 TIMES.
             10 nGrPopTbl     PIC 9(8).
             10 nGrCodeTbl    PIC 9(3).
             10 xGrNameTbl    PIC X(30).

       01 xStateHeading.
          05 xeHdAb        PIC X(2).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeHdName      PIC X(20).
          05 FILLER        PIC X(12) VALUE '  STATE POP '.
          05 xeHdPop       PIC X(10).
          05 neHdPop REDEFINES xeHdPop PIC ZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neHdCnt       PIC ZZ9.
          05 FILLER        PIC X(9)  VALUE ' COUNTIES'.

       01 xCountyDetail.
          05 FILLER        PIC X(4)  VALUE SPACES.
          05 neCdRank      PIC Z9.
          05 FILLER        PIC X(2)  VALUE '. '.
          05 neCdCode      PIC 9(3).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeCdName      PIC X(30).
          05 neCdPop       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeCdShare     PIC X(6).
          05 neCdShare REDEFINES xeCdShare PIC ZZ9.99.
          05 FILLER        PIC X(1)  VALUE '%'.

       01 xRestDetail.
          05 FILLER        PIC X(11) VALUE SPACES.
          05 FILLER        PIC X(8)  VALUE 'REST OF '.
          05 neRsCnt       PIC ZZ9.
          05 FILLER        PIC X(19) VALUE ' OTHER COUNTIES'.
          05 neRsPop       PIC ZZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeRsShare     PIC X(6).
          05 neRsShare REDEFINES xeRsShare PIC ZZ9.99.
          05 FILLER        PIC X(1)  VALUE '%'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISATION.
           PERFORM 200-LOOP UNTIL xEOF = 'y'.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISATION.
           MOVE 'States.txt' TO xStateFileName.
           ACCEPT xStateFileName FROM ENVIRONMENT 'STATES_FILE'
              ON EXCEPTION
                 MOVE 'States.txt' TO xStateFileName
           END-ACCEPT.
           MOVE 'Counties.txt' TO xCountyFileName.
           ACCEPT xCountyFileName FROM ENVIRONMENT 'COUNTIES_FILE'
              ON EXCEPTION
                 MOVE 'Counties.txt' TO xCountyFileName
           END-ACCEPT.
           ACCEPT xParmTop FROM ENVIRONMENT 'COUNTY_TOP_N'
              ON EXCEPTION MOVE SPACES TO xParmTop
           END-ACCEPT.
           IF xParmTop NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmTop) = 0
              AND FUNCTION NUMVAL(xParmTop) > 0
              COMPUTE nTopN = FUNCTION NUMVAL(xParmTop)
           END-IF.
           OPEN INPUT STATEFILE.
           IF xStateStatus NOT = '00'
              DISPLAY 'CANNOT OPEN ' FUNCTION TRIM(xStateFileName)
              MOVE 'aborted - states file missing' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           PERFORM 110-LOAD-STATE UNTIL xEOF = 'y'.
           CLOSE STATEFILE.
           MOVE 'n' TO xEOF.
           OPEN INPUT COUNTYFILE.
           IF xCountyStatus NOT = '00'
              DISPLAY 'CANNOT OPEN ' FUNCTION TRIM(xCountyFileName)
                 ' - RUN COUNTIES-IMPORT FIRST'
              MOVE 'aborted - counties file missing' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE 'LARGEST COUNTIES BY STATE' TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       110-LOAD-STATE.
           READ STATEFILE
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 IF nStateCnt < 60
                    ADD 1 TO nStateCnt
                    MOVE xStateAbIn TO xCrAbTbl(nStateCnt)
                    MOVE xStateNameIn TO xCrNameTbl(nStateCnt)
                    MOVE nPopIn TO nCrPopTbl(nStateCnt)
                 ELSE
                    DISPLAY 'STATE TABLE FULL - ' xStateAbIn
                       ' DROPPED'
                 END-IF,
           END-READ.

       200-LOOP.
           READ COUNTYFILE
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 ADD 1 TO nCountyReadCnt
                 PERFORM 210-GATHER-COUNTY,
           END-READ.

       210-GATHER-COUNTY. *> state break - the finished state prints
          *> before the new one starts gathering
           IF xCtyStateAbIn NOT = xCurrState
              IF nGroupCnt > 0
                 PERFORM 310-STATE-BREAK
              END-IF
              MOVE xCtyStateAbIn TO xCurrState
              MOVE 0 TO nGroupCnt
              INITIALIZE xGroupTable
           END-IF.
           IF nGroupCnt < 300
              ADD 1 TO nGroupCnt
              MOVE nCtyPopIn TO nGrPopTbl(nGroupCnt)
              MOVE nCtyCodeIn TO nGrCodeTbl(nGroupCnt)
              MOVE xCtyNameIn TO xGrNameTbl(nGroupCnt)
           ELSE
              DISPLAY 'MORE THAN 300 COUNTIES IN ' xCurrState
                 ' - ' xCtyNameIn ' LEFT OFF'
              MOVE 'WARNING' TO xEojCode
           END-IF.

       300-TERMINATION.
           IF nGroupCnt > 0
              PERFORM 310-STATE-BREAK
           END-IF.
           CLOSE COUNTYFILE.
           CLOSE RPTFILE.
           DISPLAY nStatesListed ' STATE(S), ' nCountyReadCnt
              ' COUNTIES - TOP ' nTopN ' PER STATE IN '
              'Counties-report.txt'.
           STRING "states=" DELIMITED BY SIZE
              nStatesListed DELIMITED BY SIZE
              " counties=" DELIMITED BY SIZE
              nCountyReadCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-STATE-BREAK.
           ADD 1 TO nStatesListed.
           MOVE 0 TO nCurrStatePop.
           MOVE SPACES TO xeHdName.
           MOVE xCurrState TO xeHdAb.
           PERFORM VARYING nStateSub FROM 1 BY 1
              UNTIL nStateSub > nStateCnt
              IF xCrAbTbl(nStateSub) = xCurrState
                 MOVE xCrNameTbl(nStateSub) TO xeHdName
                 MOVE nCrPopTbl(nStateSub) TO nCurrStatePop
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nCurrStatePop > 0
              MOVE nCurrStatePop TO neHdPop
           ELSE
              MOVE '   UNKNOWN' TO xeHdPop
           END-IF.
           MOVE nGroupCnt TO neHdCnt.
           MOVE SPACES TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xStateHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
      *> unused slots hold zero population and sink to the bottom
           SORT xGroupElement ON DESCENDING KEY nGrPopTbl.
           MOVE 0 TO nRestCnt, nRestPop.
           PERFORM 320-COUNTY-LINE VARYING nGroupSub FROM 1 BY 1
              UNTIL nGroupSub > nGroupCnt.
           IF nRestCnt > 0
              MOVE nRestCnt TO neRsCnt
              MOVE nRestPop TO neRsPop
              IF nCurrStatePop > 0
                 COMPUTE nShareWk ROUNDED = nRestPop * 100
                    / nCurrStatePop
                    ON SIZE ERROR MOVE 999.99 TO nShareWk
                 END-COMPUTE
                 MOVE nShareWk TO neRsShare
              ELSE
                 MOVE SPACES TO xeRsShare
              END-IF
              MOVE xRestDetail TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           END-IF.

       320-COUNTY-LINE. *> past the top N the county only feeds the
          *> rest-of-state line
           IF nGroupSub > nTopN
              ADD 1 TO nRestCnt
              ADD nGrPopTbl(nGroupSub) TO nRestPop
           ELSE
              MOVE nGroupSub TO neCdRank
              MOVE nGrCodeTbl(nGroupSub) TO neCdCode
              MOVE xGrNameTbl(nGroupSub) TO xeCdName
              MOVE nGrPopTbl(nGroupSub) TO neCdPop
              IF nCurrStatePop > 0
                 COMPUTE nShareWk ROUNDED = nGrPopTbl(nGroupSub)
                    * 100 / nCurrStatePop
                    ON SIZE ERROR MOVE 999.99 TO nShareWk
                 END-COMPUTE
                 MOVE nShareWk TO neCdShare
              ELSE
                 MOVE SPACES TO xeCdShare
              END-IF
              MOVE xCountyDetail TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           END-IF.

       900-ABORT.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.
