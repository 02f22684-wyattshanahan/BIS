       identification division.
       PROGRAM-ID. PAYROLL-MILEAGE.
       author. WYATT SHANAHAN.

      *> Mileage trip log for employees who drive their own cars on
      *> company business - replaces the paper mileage form and the
      *> separate AP check. Each trip carries the car's vehicle id
      *> (six characters, the same style as the fleet's
      *> FleetHistory.txt) and the employee number, and is costed
      *> when it is entered at the per-mile rate in force on the
      *> trip date (MileageRate.txt, kept under REF-MAINT M). The
      *> rate and the dollars are stored on the trip, so a later
      *> rate change never re-prices a trip already filed.
      *>
      *> A trip is entered (E), then approved (A) or rejected (R) by
      *> a different operator than the one who keyed it. PAYROLL-01
      *> pays every approved trip on the employee's next check as a
      *> non-taxable reimbursement line and marks it paid (P) with
      *> the run date; paid and rejected trips stay on file as
      *> history. Same load-table/menu/save shape as the REF-MAINT
      *> screens, with the lock-file protocol and the before/after
      *> journal.

       environment division.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MILEAGEFILE ASSIGN TO DYNAMIC
              xMileageFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xMileageStatus.
           SELECT OPTIONAL MILERATEFILE ASSIGN TO DYNAMIC
              xMileRateFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xMileRateStatus.

       DATA DIVISION.
       FILE SECTION.

       FD MILEAGEFILE.
       01 xMileageRecord.
          05 nMilTripIdIn   PIC 9(6).
          05 nMilEmplNumIn  PIC 9999.
          05 xMilVehIdIn    PIC x(6).
          05 nMilTripDateIn PIC 9(8).
          05 nMilMilesIn    PIC 9(5).
          05 nMilRateIn     PIC 9v999. *> per-mile rate of the trip
             *> date, fixed when the trip was entered
          05 nMilAmountIn   PIC 9(5)v99.
          05 xMilStatusIn   PIC x. *> E entered, A approved,
             *> R rejected, P paid by PAYROLL-01
          05 nMilPaidDateIn PIC 9(8). *> run date of the paying check
          05 xMilEnterByIn  PIC x(16).
          05 xMilApproverIn PIC x(16).
          05 xMilPurposeIn  PIC x(30).

       FD MILERATEFILE.
       01 xMileRateRecord.
          05 nMrtEffIn      PIC 9(8).
          05 nMrtRateIn     PIC 9v999.

       WORKING-STORAGE SECTION.

       77 xMileageFileName  PIC X(100).
       77 xMileageStatus    PIC XX. *> OPTIONAL - does not exist until
          *> this program first saves it
       77 xMileRateFileName PIC X(100).
       77 xMileRateStatus   PIC XX.
       77 xAction        PIC X.
       77 xEOF           PIC X   VALUE 'n'.
       77 xOverflow      PIC X   VALUE 'n'.
       77 nLoadSub       PIC 9(4) VALUE 0.
       77 nSearchSub     PIC 9(4) VALUE 0.
       77 nFoundSub      PIC 9(4) VALUE 0.
       77 nImageSub      PIC 9(4) VALUE 0.
       77 nRateCnt       PIC 99  VALUE 0.
       77 nRateSub       PIC 99  VALUE 0.
       77 nRateFound     PIC 99  VALUE 0.
       77 nLastTripId    PIC 9(6) VALUE 0.
       77 xFoundFlag     PIC X   VALUE 'n'.
       77 nKeyTripIn     PIC 9(6).
       77 nKeyEmplIn     PIC 9999.
       77 xVehIdEntry    PIC X(6).
       77 nTripDateEntry PIC 9(8).
       77 nMilesEntry    PIC 9(5).
       77 xPurposeEntry  PIC X(30).
       77 nTodayDate     PIC 9(8) VALUE 0.
       77 nListCnt       PIC 9(4) VALUE 0.
       77 neAmountOut    PIC zz,zz9.99.
       77 neRateOut      PIC 9.999.
       77 neMilesOut     PIC zz,zz9.
       77 nEmplTotal     PIC 9(7)v99 VALUE 0.
       77 neTotalOut     PIC z,zzz,zz9.99.
       77 xOperator      PIC X(16) VALUE SPACES.
       77 xLockMode      PIC X.
       77 xLockResult    PIC X.
       77 xJrnFile       PIC X(20) VALUE 'Mileage.txt'.
       77 xJrnKey        PIC X(20).
       77 xJrnAction     PIC X(10).
       77 xJrnBefore     PIC X(100).
       77 xJrnAfter      PIC X(100).
           COPY "field-validate-ws.cbl".

       01 xMileRateTable.
          05 xMileRateElement OCCURS 50 TIMES.
             10 nMrtEffTbl    PIC 9(8).
             10 nMrtRateTbl   PIC 9v999.

       01 xTripTable.
          05 xTripElement OCCURS 5000 TIMES.
             10 nTrpIdTbl     PIC 9(6).
             10 nTrpEmpTbl    PIC 9999.
             10 xTrpVehTbl    PIC x(6).
             10 nTrpDateTbl   PIC 9(8).
             10 nTrpMilesTbl  PIC 9(5).
             10 nTrpRateTbl   PIC 9v999.
             10 nTrpAmtTbl    PIC 9(5)v99.
             10 xTrpStatTbl   PIC x.
             10 nTrpPaidTbl   PIC 9(8).
             10 xTrpEnterTbl  PIC x(16).
             10 xTrpApprTbl   PIC x(16).
             10 xTrpPurpTbl   PIC x(30).

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE "Mileage.txt" TO xMileageFileName.
           ACCEPT xMileageFileName FROM ENVIRONMENT
              "PAYROLL_MILEAGE_FILE"
              ON EXCEPTION
                 MOVE "Mileage.txt" TO xMileageFileName
           END-ACCEPT.
           MOVE "MileageRate.txt" TO xMileRateFileName.
           ACCEPT xMileRateFileName FROM ENVIRONMENT
              "MILEAGE_RATE_FILE"
              ON EXCEPTION
                 MOVE "MileageRate.txt" TO xMileRateFileName
           END-ACCEPT.
           MOVE 'X' TO xLockMode.
           CALL "acquireFileLock" USING xMileageFileName xLockMode
              xLockResult.
           IF xLockResult NOT = 'Y'
              DISPLAY 'MILEAGE FILE IS LOCKED BY ANOTHER '
                 'PROGRAM - TRY AGAIN SHORTLY.'
              STOP RUN
           END-IF.
           ACCEPT xOperator FROM ENVIRONMENT "USER"
              ON EXCEPTION MOVE SPACES TO xOperator
           END-ACCEPT.
           IF xOperator = SPACES
              ACCEPT xOperator FROM ENVIRONMENT "LOGNAME"
                 ON EXCEPTION MOVE SPACES TO xOperator
              END-ACCEPT
           END-IF.
           ACCEPT nTodayDate FROM DATE YYYYMMDD.
           PERFORM 100-LOAD-RATES.
           PERFORM 110-LOAD-TRIPS.
           IF xOverflow = 'y'
      *> the save rewrites the whole file - a session that could
      *> not load every trip would drop the rest
              DISPLAY 'MILEAGE FILE HOLDS MORE THAN 5000 TRIPS - '
                 'NOTHING CHANGED. ARCHIVE PAID TRIPS FIRST.'
              CALL "releaseFileLock" USING xMileageFileName xLockMode
                 xLockResult
              STOP RUN
           END-IF.
           MOVE SPACE TO xAction.
           PERFORM 200-MENU UNTIL xAction = 'Q' OR xAction = 'q'.
           PERFORM 900-SAVE-TRIPS.
           CALL "releaseFileLock" USING xMileageFileName xLockMode
              xLockResult.
           STOP RUN.

       100-LOAD-RATES. *> OPTIONAL - with no rate on file no trip
          *> can be costed, and every add is refused
           OPEN INPUT MILERATEFILE.
           IF xMileRateStatus = '00'
              PERFORM 101-READ-RATE UNTIL xEOF = 'y'
           END-IF.
           CLOSE MILERATEFILE.
           MOVE 'n' TO xEOF.

       101-READ-RATE.
           READ MILERATEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nRateCnt < 50 AND nMrtEffIn NUMERIC
                   AND nMrtRateIn NUMERIC
                   ADD 1 TO nRateCnt
                   MOVE nMrtEffIn TO nMrtEffTbl(nRateCnt)
                   MOVE nMrtRateIn TO nMrtRateTbl(nRateCnt)
                END-IF,
           END-READ.

       110-LOAD-TRIPS. *> OPTIONAL - the first session starts empty
           OPEN INPUT MILEAGEFILE.
           IF xMileageStatus = '00'
              PERFORM 111-READ-TRIP UNTIL xEOF = 'y'
           END-IF.
           CLOSE MILEAGEFILE.

       111-READ-TRIP.
           READ MILEAGEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nLoadSub < 5000
                   ADD 1 TO nLoadSub
                   MOVE nMilTripIdIn   TO nTrpIdTbl(nLoadSub)
                   MOVE nMilEmplNumIn  TO nTrpEmpTbl(nLoadSub)
                   MOVE xMilVehIdIn    TO xTrpVehTbl(nLoadSub)
                   MOVE nMilTripDateIn TO nTrpDateTbl(nLoadSub)
                   MOVE nMilMilesIn    TO nTrpMilesTbl(nLoadSub)
                   MOVE nMilRateIn     TO nTrpRateTbl(nLoadSub)
                   MOVE nMilAmountIn   TO nTrpAmtTbl(nLoadSub)
                   MOVE xMilStatusIn   TO xTrpStatTbl(nLoadSub)
                   MOVE nMilPaidDateIn TO nTrpPaidTbl(nLoadSub)
                   MOVE xMilEnterByIn  TO xTrpEnterTbl(nLoadSub)
                   MOVE xMilApproverIn TO xTrpApprTbl(nLoadSub)
                   MOVE xMilPurposeIn  TO xTrpPurpTbl(nLoadSub)
                   IF nMilTripIdIn > nLastTripId
                      MOVE nMilTripIdIn TO nLastTripId
                   END-IF
                ELSE
                   MOVE 'y' TO xOverflow
                END-IF,
           END-READ.

       200-MENU.
           DISPLAY ' '.
           DISPLAY 'MILEAGE TRIP LOG'.
           DISPLAY 'A=ADD TRIP  P=APPROVE  R=REJECT  L=LIST  '
              'Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT xAction.
           EVALUATE xAction
              WHEN 'A' WHEN 'a'
                 PERFORM 300-ADD-TRIP
              WHEN 'P' WHEN 'p'
                 PERFORM 400-APPROVE-TRIP
              WHEN 'R' WHEN 'r'
                 PERFORM 500-REJECT-TRIP
              WHEN 'L' WHEN 'l'
                 PERFORM 700-LIST-TRIPS
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       300-ADD-TRIP.
           DISPLAY 'EMPLOYEE NUMBER? ' WITH NO ADVANCING.
           ACCEPT nKeyEmplIn.
           DISPLAY 'VEHICLE ID (6 CHARACTERS)? ' WITH NO ADVANCING.
           MOVE SPACES TO xVehIdEntry.
           ACCEPT xVehIdEntry.
           DISPLAY 'TRIP DATE (YYYYMMDD)? ' WITH NO ADVANCING.
           ACCEPT nTripDateEntry.
           DISPLAY 'MILES DRIVEN? ' WITH NO ADVANCING.
           ACCEPT nMilesEntry.
           DISPLAY 'BUSINESS PURPOSE? ' WITH NO ADVANCING.
           MOVE SPACES TO xPurposeEntry.
           ACCEPT xPurposeEntry.
           MOVE 'Y' TO xFieldValid.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==nKeyEmplIn==
              ==:VALID-NAME:==  BY =='EMPLOYEE NUMBER'==
              ==:VALID-LOW:==   BY ==1==
              ==:VALID-HIGH:==  BY ==9999==.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==nMilesEntry==
              ==:VALID-NAME:==  BY =='MILES DRIVEN'==
              ==:VALID-LOW:==   BY ==1==
              ==:VALID-HIGH:==  BY ==2000==.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==nTripDateEntry==
              ==:VALID-NAME:==  BY =='TRIP DATE'==
              ==:VALID-LOW:==   BY ==19000101==
              ==:VALID-HIGH:==  BY ==nTodayDate==.
           IF xFieldValid = 'Y'
              IF FUNCTION TEST-DATE-YYYYMMDD(nTripDateEntry) NOT = 0
                 MOVE 'N' TO xFieldValid
                 DISPLAY 'INVALID TRIP DATE: ' nTripDateEntry
              END-IF
           END-IF.
           IF xVehIdEntry = SPACES
              MOVE 'N' TO xFieldValid
              DISPLAY 'VEHICLE ID IS REQUIRED.'
           END-IF.
           IF xPurposeEntry = SPACES
              MOVE 'N' TO xFieldValid
              DISPLAY 'BUSINESS PURPOSE IS REQUIRED.'
           END-IF.
           IF xFieldValid = 'Y'
              PERFORM 310-FIND-RATE
              IF nRateFound = 0
                 MOVE 'N' TO xFieldValid
                 DISPLAY 'NO MILEAGE RATE IN FORCE ON '
                    nTripDateEntry ' - SEE REF-MAINT M.'
              END-IF
           END-IF.
           IF xFieldValid = 'N'
              DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
           ELSE
              IF nLoadSub >= 5000
                 DISPLAY 'REJECTED - MILEAGE TABLE IS FULL.'
              ELSE
                 ADD 1 TO nLoadSub
                 ADD 1 TO nLastTripId
                 MOVE nLastTripId TO nTrpIdTbl(nLoadSub)
                 MOVE nKeyEmplIn TO nTrpEmpTbl(nLoadSub)
                 MOVE xVehIdEntry TO xTrpVehTbl(nLoadSub)
                 MOVE nTripDateEntry TO nTrpDateTbl(nLoadSub)
                 MOVE nMilesEntry TO nTrpMilesTbl(nLoadSub)
                 MOVE nMrtRateTbl(nRateFound) TO nTrpRateTbl(nLoadSub)
                 COMPUTE nTrpAmtTbl(nLoadSub) ROUNDED =
                    nMilesEntry * nMrtRateTbl(nRateFound)
                 MOVE 'E' TO xTrpStatTbl(nLoadSub)
                 MOVE 0 TO nTrpPaidTbl(nLoadSub)
                 MOVE xOperator TO xTrpEnterTbl(nLoadSub)
                 MOVE SPACES TO xTrpApprTbl(nLoadSub)
                 MOVE xPurposeEntry TO xTrpPurpTbl(nLoadSub)
                 MOVE nLastTripId TO xJrnKey
                 MOVE 'ADD' TO xJrnAction
                 MOVE SPACES TO xJrnBefore
                 MOVE nLoadSub TO nImageSub
                 PERFORM 910-TRIP-IMAGE
                 MOVE xMileageRecord TO xJrnAfter
                 PERFORM 600-WRITE-JOURNAL
                 MOVE nTrpAmtTbl(nLoadSub) TO neAmountOut
                 MOVE nMrtRateTbl(nRateFound) TO neRateOut
                 MOVE nMilesEntry TO neMilesOut
                 DISPLAY 'TRIP ' nLastTripId ' ADDED - '
                    neMilesOut ' MILES AT ' neRateOut ' = '
                    neAmountOut '. AWAITING APPROVAL.'
              END-IF
           END-IF.

       310-FIND-RATE. *> the newest rate effective on or before the
          *> trip date
           MOVE 0 TO nRateFound.
           PERFORM VARYING nRateSub FROM 1 BY 1
              UNTIL nRateSub > nRateCnt
              IF nMrtEffTbl(nRateSub) <= nTripDateEntry
                 IF nRateFound = 0
                    MOVE nRateSub TO nRateFound
                 ELSE
                    IF nMrtEffTbl(nRateSub) > nMrtEffTbl(nRateFound)
                       MOVE nRateSub TO nRateFound
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       400-APPROVE-TRIP. *> the operator who keyed a trip cannot
          *> approve it, and an operator the system cannot name
          *> cannot approve anything
           DISPLAY 'TRIP NUMBER TO APPROVE? ' WITH NO ADVANCING.
           ACCEPT nKeyTripIn.
           PERFORM 410-FIND-TRIP.
           EVALUATE TRUE
              WHEN xFoundFlag NOT = 'y'
                 DISPLAY 'REJECTED - TRIP NOT ON FILE.'
              WHEN xTrpStatTbl(nFoundSub) NOT = 'E'
                 DISPLAY 'REJECTED - ONLY AN ENTERED TRIP CAN BE '
                    'APPROVED (STATUS ' xTrpStatTbl(nFoundSub) ').'
              WHEN xOperator = SPACES
                 DISPLAY 'REJECTED - YOUR LOGIN CANNOT BE '
                    'DETERMINED, SO YOU CANNOT APPROVE.'
              WHEN xTrpEnterTbl(nFoundSub) = xOperator
                 DISPLAY 'REJECTED - YOU ENTERED THIS TRIP; '
                    'SOMEONE ELSE MUST APPROVE IT.'
              WHEN OTHER
                 PERFORM 420-SHOW-TRIP
                 MOVE nFoundSub TO nImageSub
                 PERFORM 910-TRIP-IMAGE
                 MOVE xMileageRecord TO xJrnBefore
                 MOVE 'A' TO xTrpStatTbl(nFoundSub)
                 MOVE xOperator TO xTrpApprTbl(nFoundSub)
                 MOVE nKeyTripIn TO xJrnKey
                 MOVE 'APPROVE' TO xJrnAction
                 PERFORM 910-TRIP-IMAGE
                 MOVE xMileageRecord TO xJrnAfter
                 PERFORM 600-WRITE-JOURNAL
                 DISPLAY 'TRIP APPROVED - PAYS ON THE NEXT PAYROLL.'
           END-EVALUATE.

       410-FIND-TRIP.
           MOVE 'n' TO xFoundFlag.
           PERFORM VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub
              IF nTrpIdTbl(nSearchSub) = nKeyTripIn
                 MOVE 'y' TO xFoundFlag
                 MOVE nSearchSub TO nFoundSub
              END-IF
           END-PERFORM.

       420-SHOW-TRIP.
           MOVE nTrpAmtTbl(nFoundSub) TO neAmountOut.
           MOVE nTrpRateTbl(nFoundSub) TO neRateOut.
           MOVE nTrpMilesTbl(nFoundSub) TO neMilesOut.
           DISPLAY 'TRIP ' nTrpIdTbl(nFoundSub)
              '  EMPLOYEE ' nTrpEmpTbl(nFoundSub)
              '  VEHICLE ' xTrpVehTbl(nFoundSub)
              '  DATE ' nTrpDateTbl(nFoundSub).
           DISPLAY '  ' neMilesOut ' MILES AT ' neRateOut ' = '
              neAmountOut
              '  ' xTrpPurpTbl(nFoundSub).

       500-REJECT-TRIP. *> a trip already paid is history - a wrong
          *> payment is settled through the payroll office
           DISPLAY 'TRIP NUMBER TO REJECT? ' WITH NO ADVANCING.
           ACCEPT nKeyTripIn.
           PERFORM 410-FIND-TRIP.
           EVALUATE TRUE
              WHEN xFoundFlag NOT = 'y'
                 DISPLAY 'REJECTED - TRIP NOT ON FILE.'
              WHEN xTrpStatTbl(nFoundSub) NOT = 'E'
                 AND xTrpStatTbl(nFoundSub) NOT = 'A'
                 DISPLAY 'REJECTED - ONLY AN ENTERED OR APPROVED '
                    'TRIP CAN BE REJECTED (STATUS '
                    xTrpStatTbl(nFoundSub) ').'
              WHEN OTHER
                 PERFORM 420-SHOW-TRIP
                 MOVE nFoundSub TO nImageSub
                 PERFORM 910-TRIP-IMAGE
                 MOVE xMileageRecord TO xJrnBefore
                 MOVE 'R' TO xTrpStatTbl(nFoundSub)
                 MOVE xOperator TO xTrpApprTbl(nFoundSub)
                 MOVE nKeyTripIn TO xJrnKey
                 MOVE 'REJECT' TO xJrnAction
                 PERFORM 910-TRIP-IMAGE
                 MOVE xMileageRecord TO xJrnAfter
                 PERFORM 600-WRITE-JOURNAL
                 DISPLAY 'TRIP REJECTED - IT WILL NOT BE PAID.'
           END-EVALUATE.

       600-WRITE-JOURNAL.
           CALL "writeMaintJournal" USING xJrnFile xJrnKey
              xJrnAction xJrnBefore xJrnAfter.

       700-LIST-TRIPS. *> every trip on file for one employee, with
          *> the dollars still to be paid
           DISPLAY 'EMPLOYEE NUMBER TO LIST? ' WITH NO ADVANCING.
           ACCEPT nKeyEmplIn.
           MOVE 0 TO nListCnt.
           MOVE 0 TO nEmplTotal.
           PERFORM 710-LIST-ONE VARYING nFoundSub FROM 1 BY 1
              UNTIL nFoundSub > nLoadSub.
           IF nListCnt = 0
              DISPLAY 'NO TRIPS ON FILE FOR EMPLOYEE ' nKeyEmplIn '.'
           ELSE
              MOVE nEmplTotal TO neTotalOut
              DISPLAY nListCnt ' TRIP(S); ENTERED OR APPROVED AND '
                 'NOT YET PAID: ' neTotalOut
           END-IF.

       710-LIST-ONE.
           IF nTrpEmpTbl(nFoundSub) = nKeyEmplIn
              ADD 1 TO nListCnt
              PERFORM 420-SHOW-TRIP
              EVALUATE xTrpStatTbl(nFoundSub)
                 WHEN 'E'
                    DISPLAY '  ENTERED BY ' xTrpEnterTbl(nFoundSub)
                       ' - AWAITING APPROVAL'
                    ADD nTrpAmtTbl(nFoundSub) TO nEmplTotal
                 WHEN 'A'
                    DISPLAY '  APPROVED BY ' xTrpApprTbl(nFoundSub)
                       ' - PAYS ON THE NEXT PAYROLL'
                    ADD nTrpAmtTbl(nFoundSub) TO nEmplTotal
                 WHEN 'R'
                    DISPLAY '  REJECTED BY ' xTrpApprTbl(nFoundSub)
                 WHEN 'P'
                    DISPLAY '  PAID ON THE CHECK OF '
                       nTrpPaidTbl(nFoundSub)
              END-EVALUATE
           END-IF.

       900-SAVE-TRIPS.
           OPEN OUTPUT MILEAGEFILE.
           PERFORM 901-WRITE-TRIP VARYING nSearchSub FROM 1 BY 1
              UNTIL nSearchSub > nLoadSub.
           CLOSE MILEAGEFILE.

       901-WRITE-TRIP.
           MOVE nSearchSub TO nImageSub.
           PERFORM 910-TRIP-IMAGE.
           WRITE xMileageRecord.

       910-TRIP-IMAGE. *> marshal one table entry into the record
           MOVE nTrpIdTbl(nImageSub)    TO nMilTripIdIn.
           MOVE nTrpEmpTbl(nImageSub)   TO nMilEmplNumIn.
           MOVE xTrpVehTbl(nImageSub)   TO xMilVehIdIn.
           MOVE nTrpDateTbl(nImageSub)  TO nMilTripDateIn.
           MOVE nTrpMilesTbl(nImageSub) TO nMilMilesIn.
           MOVE nTrpRateTbl(nImageSub)  TO nMilRateIn.
           MOVE nTrpAmtTbl(nImageSub)   TO nMilAmountIn.
           MOVE xTrpStatTbl(nImageSub)  TO xMilStatusIn.
           MOVE nTrpPaidTbl(nImageSub)  TO nMilPaidDateIn.
           MOVE xTrpEnterTbl(nImageSub) TO xMilEnterByIn.
           MOVE xTrpApprTbl(nImageSub)  TO xMilApproverIn.
           MOVE xTrpPurpTbl(nImageSub)  TO xMilPurposeIn.
