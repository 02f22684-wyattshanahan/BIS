       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNTIES-RECON.
       AUTHOR. WYATT SHANAHAN.

      *> Ties the county file back to the state table. For every
      *> state on States.txt the county populations on Counties.txt
      *> are summed and set against the state's own nPopIn; a state
      *> whose counties miss it by more than COUNTY_RECON_TOL people
      *> (default 0 - census counties add to the state exactly) is
      *> OUT OF BALANCE, and a state with no counties at all is
      *> called out too. Counties filed under an abbreviation that
      *> is not on States.txt are listed separately so they cannot
      *> hide. The run ends WARNING whenever anything fails to tie.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STATEFILE ASSIGN TO DYNAMIC xStateFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xStateStatus.
           SELECT COUNTYFILE ASSIGN TO DYNAMIC xCountyFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xCountyStatus.
           SELECT RPTFILE ASSIGN TO 'Counties-recon.txt'
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
       01 xRptLine       PIC X(100).

       WORKING-STORAGE SECTION.
       77 xStateFileName  PIC X(100).
       77 xCountyFileName PIC X(100).
       77 xStateStatus    PIC XX.
       77 xCountyStatus   PIC XX.
       77 xEOF            PIC X   VALUE 'n'.
       77 nStateCnt       PIC 99  VALUE 0.
       77 nStateSub       PIC 99  VALUE 0.
       77 nCountyReadCnt  PIC 9(4) VALUE 0.
       77 nOrphanCnt      PIC 9(4) VALUE 0.
       77 nOrphanPop      PIC 9(9) VALUE 0.
       77 nOffCnt         PIC 99  VALUE 0.
       77 nNoCountyCnt    PIC 99  VALUE 0.
       77 nTolerance      PIC 9(8) VALUE 0.
       77 xParmTol        PIC X(8) VALUE SPACES.
       77 nDiffWk         PIC S9(9) VALUE 0.
       77 nAbsDiffWk      PIC 9(9) VALUE 0.
       77 nStatePopTot    PIC 9(10) VALUE 0.
       77 nCountyPopTot   PIC 9(10) VALUE 0.
       77 xAuditDetail    PIC X(80) VALUE SPACES.
       77 xAuditProgName  PIC X(20) VALUE "COUNTIES-RECON".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd  PIC X(8)  VALUE "END".
       77 xEojCode        PIC X(8)  VALUE "CLEAN".

       01 xStateTable.
          05 xStateElement OCCURS 60 TIMES.
             10 xRcAbTbl      PIC X(2).
             10 xRcNameTbl    PIC X(20).
             10 nRcPopTbl     PIC 9(8).
             10 nRcCtyCnt     PIC 9(4).
             10 nRcCtyPop     PIC 9(9).

       01 xReconHeading.
          05 FILLER        PIC X(24) VALUE 'ST  STATE'.
          05 FILLER        PIC X(12) VALUE '  STATE POP'.
          05 FILLER        PIC X(13) VALUE '  COUNTY SUM'.
          05 FILLER        PIC X(7)  VALUE '  CNTYS'.
          05 FILLER        PIC X(13) VALUE '   DIFFERENCE'.
          05 FILLER        PIC X(6)  VALUE '  NOTE'.

       01 xReconDetail.
          05 xeRcAb        PIC X(2).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeRcName      PIC X(20).
          05 neRcStatePop  PIC ZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neRcCtyPop    PIC ZZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neRcCtyCnt    PIC ZZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neRcDiff      PIC ZZZ,ZZZ,ZZ9-.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeRcNote      PIC X(16).

       01 xOrphanDetail.
          05 FILLER        PIC X(20) VALUE 'NOT ON STATES FILE: '.
          05 xeOrAb        PIC X(2).
          05 FILLER        PIC X(1)  VALUE SPACE.
          05 neOrCode      PIC 9(3).
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeOrName      PIC X(30).
          05 neOrPop       PIC ZZ,ZZZ,ZZ9.

       01 xTotalLine.
          05 FILLER        PIC X(23) VALUE 'ALL STATES'.
          05 neTotStatePop PIC ZZZ,ZZZ,ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neTotCtyPop   PIC ZZZ,ZZZ,ZZ9.

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
           ACCEPT xParmTol FROM ENVIRONMENT 'COUNTY_RECON_TOL'
              ON EXCEPTION MOVE SPACES TO xParmTol
           END-ACCEPT.
           IF xParmTol NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmTol) = 0
              AND FUNCTION NUMVAL(xParmTol) NOT < 0
              COMPUTE nTolerance = FUNCTION NUMVAL(xParmTol)
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
           MOVE 'COUNTY TO STATE POPULATION RECONCILIATION' TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           MOVE xReconHeading TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       110-LOAD-STATE.
           READ STATEFILE
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 IF nStateCnt < 60
                    ADD 1 TO nStateCnt
                    MOVE xStateAbIn TO xRcAbTbl(nStateCnt)
                    MOVE xStateNameIn TO xRcNameTbl(nStateCnt)
                    MOVE nPopIn TO nRcPopTbl(nStateCnt)
                    MOVE 0 TO nRcCtyCnt(nStateCnt)
                    MOVE 0 TO nRcCtyPop(nStateCnt)
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
                 PERFORM 210-POST-COUNTY,
           END-READ.

       210-POST-COUNTY. *> a county under an unknown state is listed
          *> now - it has no state line to land on later
           PERFORM VARYING nStateSub FROM 1 BY 1
              UNTIL nStateSub > nStateCnt
              IF xRcAbTbl(nStateSub) = xCtyStateAbIn
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nStateSub > nStateCnt
              ADD 1 TO nOrphanCnt
              ADD nCtyPopIn TO nOrphanPop
              MOVE xCtyStateAbIn TO xeOrAb
              MOVE nCtyCodeIn TO neOrCode
              MOVE xCtyNameIn TO xeOrName
              MOVE nCtyPopIn TO neOrPop
              MOVE xOrphanDetail TO xRptLine
              WRITE xRptLine BEFORE ADVANCING 1 LINE
           ELSE
              ADD 1 TO nRcCtyCnt(nStateSub)
              ADD nCtyPopIn TO nRcCtyPop(nStateSub)
           END-IF.

       300-TERMINATION.
           CLOSE COUNTYFILE.
           PERFORM 310-STATE-LINE VARYING nStateSub FROM 1 BY 1
              UNTIL nStateSub > nStateCnt.
           MOVE nStatePopTot TO neTotStatePop.
           MOVE nCountyPopTot TO neTotCtyPop.
           MOVE xTotalLine TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           DISPLAY nStateCnt ' STATES, ' nCountyReadCnt ' COUNTIES: '
              nOffCnt ' OUT OF BALANCE, ' nNoCountyCnt
              ' WITH NO COUNTIES, ' nOrphanCnt
              ' COUNTIES UNDER AN UNKNOWN STATE'.
           IF nOffCnt > 0 OR nNoCountyCnt > 0 OR nOrphanCnt > 0
              MOVE 'WARNING' TO xEojCode
           END-IF.
           STRING "states=" DELIMITED BY SIZE
              nStateCnt DELIMITED BY SIZE
              " counties=" DELIMITED BY SIZE
              nCountyReadCnt DELIMITED BY SIZE
              " off=" DELIMITED BY SIZE
              nOffCnt DELIMITED BY SIZE
              " orphans=" DELIMITED BY SIZE
              nOrphanCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-STATE-LINE.
           MOVE xRcAbTbl(nStateSub) TO xeRcAb.
           MOVE xRcNameTbl(nStateSub) TO xeRcName.
           MOVE nRcPopTbl(nStateSub) TO neRcStatePop.
           MOVE nRcCtyPop(nStateSub) TO neRcCtyPop.
           MOVE nRcCtyCnt(nStateSub) TO neRcCtyCnt.
           ADD nRcPopTbl(nStateSub) TO nStatePopTot.
           ADD nRcCtyPop(nStateSub) TO nCountyPopTot.
           COMPUTE nDiffWk = nRcCtyPop(nStateSub)
              - nRcPopTbl(nStateSub).
           MOVE nDiffWk TO neRcDiff.
           MOVE nDiffWk TO nAbsDiffWk.
           IF nRcCtyCnt(nStateSub) = 0
              MOVE 'NO COUNTIES' TO xeRcNote
              ADD 1 TO nNoCountyCnt
           ELSE
              IF nAbsDiffWk > nTolerance
                 MOVE 'OUT OF BALANCE' TO xeRcNote
                 ADD 1 TO nOffCnt
              ELSE
                 MOVE 'OK' TO xeRcNote
              END-IF
           END-IF.
           MOVE xReconDetail TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.

       900-ABORT.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.
