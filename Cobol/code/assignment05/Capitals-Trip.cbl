       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPITALS-TRIP.
       AUTHOR. WYATT SHANAHAN.

      *> Multi-state trip planner over the capital coordinates on
      *> Capitals.txt. TRIP_STOPS (or the prompt) is a comma list of
      *> capitals - state abbreviations or capital names - and the
      *> first one is where the trip starts; TRIP_RETURN=Y brings it
      *> back there at the end. The other stops are put in order to
      *> keep the miles down: nearest unvisited capital first, then
      *> any two legs that cross are uncrossed (2-opt) until no swap
      *> saves a mile. Leg miles are the CAPITALS-DIST great-circle
      *> figure times TRIP_ROAD_FACTOR (default 1.00) for the roads.
      *>
      *> Given a fleet vehicle (TRIP_VEHICLE, or the prompt), every
      *> leg and the whole trip are costed from that vehicle's recent
      *> fills on FleetHistory.txt - the average MPG and price per
      *> gallon over its last TRIP_RECENT_FILLS (default 5) fills -
      *> and each FleetMaint.txt service on the vehicle is checked
      *> against its odometer as FLEET-REPORT knows it (accumulated
      *> history miles): a service already overdue, or one the trip's
      *> miles would run past, is warned with the leg it falls on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INFILE ASSIGN TO DYNAMIC xInfileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xCapStatus.
           SELECT OPTIONAL FLEETHIST ASSIGN TO "FleetHistory.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xHistStatus.
           SELECT OPTIONAL MAINTFILE ASSIGN TO DYNAMIC xMaintFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xMaintStatus.
           SELECT RPTFILE ASSIGN TO 'Capitals-trip.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INFILE.
       01  xCapitalRecord.
           05 xStateAbbrIn   pic X(2).
           05 xCapNameIn     pic X(14).
           05 nPopIn         pic 9(7).
           05 nFoundedIn     pic 9(4).
           05 nPopRankIn     pic 99.
           05 nLatIn         pic S9(2)V9(4) SIGN IS LEADING SEPARATE.
           05 nLonIn         pic S9(3)V9(4) SIGN IS LEADING SEPARATE.

       FD FLEETHIST. *> FUELECONOMY's per-fill history
       01  xHistRec.
           05 xHistVehId     pic x(6).
           05 nHistFillDate  pic 9(8).
           05 nHistMiles     pic 9(5).
           05 nHistGal       pic 999v9.
           05 nHistMPG       pic 999v99.
           05 nHistPPG       pic 9v999.

       FD MAINTFILE. *> FLEET-SERVICE's schedule
       01  xMaintRec.
           05 xMntVehId      pic x(6).
           05 xMntSvcType    pic x(12).
           05 nMntInterval   pic 9(6).
           05 nMntLastOdo    pic 9(6).

       FD RPTFILE.
       01 xRptLine       PIC X(100).

       WORKING-STORAGE SECTION.
       77 xInfileName    PIC X(100).
       77 xMaintFileName PIC X(100).
       77 xCapStatus     PIC XX.
       77 xHistStatus    PIC XX.
       77 xMaintStatus   PIC XX.
       77 xEOF           PIC X  VALUE 'n'.
       77 nLoadInc       PIC 99 VALUE 0.
       77 nProcInc       PIC 99 VALUE 0.
       77 nSkipCnt       PIC 99 VALUE 0.
       77 xTripList      PIC X(400) VALUE SPACES.
       77 xFromEnv       PIC X  VALUE 'n'.
       77 xToken         PIC X(20).
       77 nPtr           PIC 999 VALUE 1.
       77 nBadStopCnt    PIC 99 VALUE 0.
       77 xReturnTrip    PIC X  VALUE 'N'.
       77 xVehicle       PIC X(6) VALUE SPACES.
       77 xParmNum       PIC X(6) VALUE SPACES.
       77 nRoadFactor    PIC 9V99 VALUE 1.00.
       77 nRecentFills   PIC 99 VALUE 5.
       77 nStopCnt       PIC 99 VALUE 0.
       77 nStopSub       PIC 99 VALUE 0.
       77 nFromSub       PIC 99 VALUE 0.
       77 nToSub         PIC 99 VALUE 0.
       77 nRouteLast     PIC 99 VALUE 0.
       77 nRtI           PIC 99 VALUE 0.
       77 nRtJ           PIC 99 VALUE 0.
       77 nRtK           PIC 99 VALUE 0.
       77 nRtHold        PIC 99 VALUE 0.
       77 nBestSub       PIC 99 VALUE 0.
       77 nBestMi        PIC 9(5)V9 VALUE 0.
       77 nDeltaMi       PIC S9(6)V9 VALUE 0.
       77 xImproved      PIC X  VALUE 'n'.
       77 nPassCnt       PIC 99 VALUE 0.
       77 nDistWkMi      PIC 9(5)V9 VALUE 0.
       77 nHavA          PIC 9V9(9) VALUE 0.
       77 nRadLat1       PIC S9V9(9) VALUE 0.
       77 nRadLat2       PIC S9V9(9) VALUE 0.
       77 nRadDLat       PIC S9V9(9) VALUE 0.
       77 nRadDLon       PIC S9V9(9) VALUE 0.
       77 nEnteredMi     PIC 9(6)V9 VALUE 0.
       77 nTripMi        PIC 9(6)V9 VALUE 0.
       77 nTripGal       PIC 9(6)V9 VALUE 0.
       77 nTripCost      PIC 9(7)V99 VALUE 0.
       77 nLegGal        PIC 9(5)V9 VALUE 0.
       77 nLegCost       PIC 9(6)V99 VALUE 0.
       77 nFillCnt       PIC 999 VALUE 0.
       77 nFillSub       PIC 999 VALUE 0.
       77 nMPGSum        PIC 9(6)V99 VALUE 0.
       77 nMPGCnt        PIC 99 VALUE 0.
       77 nPPGSum        PIC 9(4)V999 VALUE 0.
       77 nPPGCnt        PIC 99 VALUE 0.
       77 nAvgMPG        PIC 999V99 VALUE 0.
       77 nAvgPPG        PIC 9V999 VALUE 0.
       77 xCosted        PIC X  VALUE 'n'.
       77 nOdometer      PIC 9(7) VALUE 0.
       77 nNextDue       PIC 9(7) VALUE 0.
       77 nMilesToDue    PIC 9(7) VALUE 0.
       77 nWarnCnt       PIC 99 VALUE 0.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName PIC X(20) VALUE "CAPITALS-TRIP".
       77 xAuditEventStart PIC X(8) VALUE "START".
       77 xAuditEventEnd PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".

       01 xCapitalTable.
          05 xCapitalElement OCCURS 55 TIMES.
             10 xStateAbbrEL   pic X(2).
             10 xCapNameEL     pic X(14).
             10 nLatEL         pic S9(2)V9(4).
             10 nLonEL         pic S9(3)V9(4).

       01 xStopTable. *> the trip's capitals, in the order entered
          05 xStopElement OCCURS 55 TIMES.
             10 nStCapSub      pic 99.
             10 xStVisited     pic x.

       01 xDistMatrix. *> road miles stop to stop
          05 xDistRow OCCURS 55 TIMES.
             10 nDistCell      pic 9(5)V9 OCCURS 55 TIMES.

       01 xRouteTable. *> stop numbers in travel order - one more
          *> than the stops when the trip comes home
          05 nRoute OCCURS 56 TIMES pic 99.

       01 xLegTable. *> running miles at the end of each leg
          05 nLegCumMi OCCURS 56 TIMES pic 9(6)V9.

       01 xFillTable. *> the vehicle's fills, newest first once sorted
          05 xFillElement OCCURS 500 TIMES.
             10 nFlDate        pic 9(8).
             10 nFlMPG         pic 999V99.
             10 nFlPPG         pic 9V999.

       01 xRptHeading.
          05 FILLER        PIC X(17) VALUE 'TRIP PLAN - FROM '.
          05 xeHomeName    PIC X(14).
          05 FILLER        PIC X(2)  VALUE ' ('.
          05 xeHomeAbbr    PIC X(2).
          05 FILLER        PIC X(1)  VALUE ')'.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neHdStops     PIC Z9.
          05 FILLER        PIC X(7)  VALUE ' STOPS '.
          05 xeHdReturn    PIC X(18).

       01 xVehLine.
          05 FILLER        PIC X(9)  VALUE 'VEHICLE '.
          05 xeVlVeh       PIC X(6).
          05 FILLER        PIC X(10) VALUE '  AVG MPG '.
          05 neVlMPG       PIC ZZ9.99.
          05 FILLER        PIC X(11) VALUE '  PRICE/GAL'.
          05 neVlPPG       PIC $Z9.999.
          05 FILLER        PIC X(7)  VALUE '  LAST '.
          05 neVlFills     PIC Z9.
          05 FILLER        PIC X(6)  VALUE ' FILLS'.

       01 xLegHeading.
          05 FILLER        PIC X(5)  VALUE 'LEG'.
          05 FILLER        PIC X(36) VALUE 'FROM / TO'.
          05 FILLER        PIC X(9)  VALUE '    MILES'.
          05 FILLER        PIC X(10) VALUE '   GALLONS'.
          05 FILLER        PIC X(13) VALUE '    FUEL COST'.
          05 FILLER        PIC X(12) VALUE '   CUM MILES'.

       01 xLegDetail.
          05 neLgNum       PIC Z9.
          05 FILLER        PIC X(3)  VALUE SPACES.
          05 xeLgFromAb    PIC X(2).
          05 FILLER        PIC X(1)  VALUE SPACE.
          05 xeLgFromName  PIC X(14).
          05 FILLER        PIC X(1)  VALUE '>'.
          05 xeLgToAb      PIC X(2).
          05 FILLER        PIC X(1)  VALUE SPACE.
          05 xeLgToName    PIC X(14).
          05 FILLER        PIC X(1)  VALUE SPACE.
          05 neLgMiles     PIC ZZ,ZZ9.9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeLgGal       PIC X(8).
          05 neLgGal REDEFINES xeLgGal PIC ZZ,ZZ9.9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeLgCost      PIC X(11).
          05 neLgCost REDEFINES xeLgCost PIC $ZZZ,ZZ9.99.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 neLgCum       PIC ZZZ,ZZ9.9.

       01 xTotalLine.
          05 FILLER        PIC X(41) VALUE 'TRIP TOTAL'.
          05 neTotMiles    PIC ZZ,ZZ9.9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeTotGal      PIC X(8).
          05 neTotGal REDEFINES xeTotGal PIC ZZ,ZZ9.9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeTotCost     PIC X(11).
          05 neTotCost REDEFINES xeTotCost PIC $ZZZ,ZZ9.99.

       01 xSavedLine.
          05 FILLER        PIC X(25) VALUE 'IN THE ORDER ENTERED:    '.
          05 neSvEntered   PIC ZZZ,ZZ9.9.
          05 FILLER        PIC X(18) VALUE ' MILES - ORDERING '.
          05 FILLER        PIC X(6)  VALUE 'SAVES '.
          05 neSvSaved     PIC ZZZ,ZZ9.9.

       01 xWarnLine.
          05 FILLER        PIC X(17) VALUE '*** SERVICE DUE: '.
          05 xeWnSvc       PIC X(12).
          05 FILLER        PIC X(8)  VALUE ' DUE AT '.
          05 neWnDue       PIC Z,ZZZ,ZZ9.
          05 FILLER        PIC X(2)  VALUE SPACES.
          05 xeWnWhen      PIC X(40).

       01 xWarnWhen.
          05 FILLER        PIC X(12) VALUE 'REACHED LEG '.
          05 neWwLeg       PIC Z9.
          05 FILLER        PIC X(2)  VALUE ' ('.
          05 xeWwFrom      PIC X(2).
          05 FILLER        PIC X(4)  VALUE ' TO '.
          05 xeWwTo        PIC X(2).
          05 FILLER        PIC X(1)  VALUE ')'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISATION.
           PERFORM 200-PLAN-ROUTE.
           PERFORM 250-VEHICLE-COSTS.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISATION.
           MOVE 'Capitals.txt' TO xInfileName.
           ACCEPT xInfileName FROM ENVIRONMENT 'CAPITALS_FILE'
              ON EXCEPTION
                 MOVE 'Capitals.txt' TO xInfileName
           END-ACCEPT.
           MOVE 'FleetMaint.txt' TO xMaintFileName.
           ACCEPT xMaintFileName FROM ENVIRONMENT 'FLEET_MAINT_FILE'
              ON EXCEPTION
                 MOVE 'FleetMaint.txt' TO xMaintFileName
           END-ACCEPT.
           ACCEPT xTripList FROM ENVIRONMENT 'TRIP_STOPS'
              ON EXCEPTION MOVE SPACES TO xTripList
           END-ACCEPT.
      *> a batch run names its stops in the environment and is never
      *> prompted; the prompts are for planning at the terminal
           IF xTripList NOT = SPACES
              MOVE 'y' TO xFromEnv
              ACCEPT xVehicle FROM ENVIRONMENT 'TRIP_VEHICLE'
                 ON EXCEPTION MOVE SPACES TO xVehicle
              END-ACCEPT
              ACCEPT xReturnTrip FROM ENVIRONMENT 'TRIP_RETURN'
                 ON EXCEPTION MOVE 'N' TO xReturnTrip
              END-ACCEPT
           ELSE
              DISPLAY 'CAPITALS TO VISIT, START FIRST, COMMA '
                 'SEPARATED? ' WITH NO ADVANCING
              ACCEPT xTripList
              DISPLAY 'RETURN TO THE START (Y/N)? ' WITH NO ADVANCING
              ACCEPT xReturnTrip
              DISPLAY 'VEHICLE ID (BLANK = MILES ONLY)? '
                 WITH NO ADVANCING
              ACCEPT xVehicle
           END-IF.
           MOVE FUNCTION UPPER-CASE(xTripList) TO xTripList.
           MOVE FUNCTION UPPER-CASE(xReturnTrip) TO xReturnTrip.
           MOVE FUNCTION UPPER-CASE(xVehicle) TO xVehicle.
           MOVE SPACES TO xParmNum.
           ACCEPT xParmNum FROM ENVIRONMENT 'TRIP_ROAD_FACTOR'
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF xParmNum NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmNum) = 0
              AND FUNCTION NUMVAL(xParmNum) NOT < 1
              AND FUNCTION NUMVAL(xParmNum) < 10
              COMPUTE nRoadFactor = FUNCTION NUMVAL(xParmNum)
           END-IF.
           MOVE SPACES TO xParmNum.
           ACCEPT xParmNum FROM ENVIRONMENT 'TRIP_RECENT_FILLS'
              ON EXCEPTION CONTINUE
           END-ACCEPT.
           IF xParmNum NOT = SPACES
              AND FUNCTION TEST-NUMVAL(xParmNum) = 0
              AND FUNCTION NUMVAL(xParmNum) > 0
              AND FUNCTION NUMVAL(xParmNum) < 100
              COMPUTE nRecentFills = FUNCTION NUMVAL(xParmNum)
           END-IF.
           OPEN INPUT INFILE.
           IF xCapStatus NOT = '00'
              DISPLAY 'CANNOT OPEN ' FUNCTION TRIM(xInfileName)
              MOVE 'aborted - capitals file missing' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           PERFORM 110-LOAD-CAPITAL UNTIL xEOF = 'y'.
           CLOSE INFILE.
           MOVE 1 TO nPtr.
           PERFORM 120-NEXT-STOP UNTIL nPtr > 400.
           IF nStopCnt < 2
              DISPLAY 'A TRIP NEEDS A START AND AT LEAST ONE OTHER '
                 'CAPITAL WITH COORDINATES - NOTHING PLANNED.'
              MOVE 'aborted - fewer than two stops' TO xAuditDetail
              PERFORM 900-ABORT
           END-IF.
           IF nBadStopCnt > 0
              MOVE 'WARNING' TO xEojCode
           END-IF.

       110-LOAD-CAPITAL. *> a capital with no coordinates yet keyed
          *> cannot measure - counted and left off the table
           READ INFILE
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 IF nLatIn NUMERIC AND nLonIn NUMERIC
                    AND (nLatIn NOT = 0 OR nLonIn NOT = 0)
                    AND nLoadInc < 55
                    ADD 1 TO nLoadInc
                    MOVE xStateAbbrIn TO xStateAbbrEL(nLoadInc)
                    MOVE FUNCTION UPPER-CASE(xCapNameIn)
                       TO xCapNameEL(nLoadInc)
                    MOVE nLatIn TO nLatEL(nLoadInc)
                    MOVE nLonIn TO nLonEL(nLoadInc)
                 ELSE
                    ADD 1 TO nSkipCnt
                 END-IF,
           END-READ.

       120-NEXT-STOP. *> one comma-separated stop - an abbreviation
          *> or a capital name; a repeat of a stop already listed is
          *> dropped, an unknown one is reported and skipped
           MOVE SPACES TO xToken.
           UNSTRING xTripList DELIMITED BY ','
              INTO xToken
              WITH POINTER nPtr
           END-UNSTRING.
           MOVE FUNCTION TRIM(xToken) TO xToken.
           IF xToken NOT = SPACES
              PERFORM VARYING nProcInc FROM 1 BY 1
                 UNTIL nProcInc > nLoadInc
                 IF (xToken(3:) = SPACES
                    AND xStateAbbrEL(nProcInc) = xToken(1:2))
                    OR xCapNameEL(nProcInc) = xToken
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF nProcInc > nLoadInc
                 DISPLAY 'NOT A CAPITAL WITH COORDINATES ON FILE - '
                    FUNCTION TRIM(xToken) ' SKIPPED'
                 ADD 1 TO nBadStopCnt
              ELSE
                 PERFORM VARYING nStopSub FROM 1 BY 1
                    UNTIL nStopSub > nStopCnt
                    OR nStCapSub(nStopSub) = nProcInc
                    CONTINUE
                 END-PERFORM
                 IF nStopSub > nStopCnt AND nStopCnt < 55
                    ADD 1 TO nStopCnt
                    MOVE nProcInc TO nStCapSub(nStopCnt)
                    MOVE 'n' TO xStVisited(nStopCnt)
                 END-IF
              END-IF
           END-IF.

       200-PLAN-ROUTE.
           PERFORM 210-FILL-MATRIX VARYING nFromSub FROM 1 BY 1
              UNTIL nFromSub > nStopCnt.
      *> as entered, for the savings line
           MOVE 0 TO nEnteredMi.
           PERFORM VARYING nStopSub FROM 2 BY 1
              UNTIL nStopSub > nStopCnt
              ADD nDistCell(nStopSub - 1, nStopSub) TO nEnteredMi
           END-PERFORM.
           IF xReturnTrip = 'Y'
              ADD nDistCell(nStopCnt, 1) TO nEnteredMi
           END-IF.
      *> nearest neighbour from the start
           MOVE 1 TO nRoute(1).
           MOVE 'y' TO xStVisited(1).
           PERFORM 220-NEAREST-NEXT VARYING nRtI FROM 2 BY 1
              UNTIL nRtI > nStopCnt.
           MOVE nStopCnt TO nRouteLast.
           IF xReturnTrip = 'Y'
              ADD 1 TO nRouteLast
              MOVE 1 TO nRoute(nRouteLast)
           END-IF.
      *> then uncross legs until a full pass finds nothing to gain
           MOVE 'y' TO xImproved.
           MOVE 0 TO nPassCnt.
           PERFORM 230-TWO-OPT-PASS
              UNTIL xImproved = 'n' OR nPassCnt > 50.

       210-FILL-MATRIX.
           PERFORM VARYING nToSub FROM 1 BY 1
              UNTIL nToSub > nStopCnt
              PERFORM 215-ONE-DISTANCE
              COMPUTE nDistCell(nFromSub, nToSub) ROUNDED =
                 nDistWkMi * nRoadFactor
                 ON SIZE ERROR MOVE 99999.9
                    TO nDistCell(nFromSub, nToSub)
              END-COMPUTE
           END-PERFORM.

       215-ONE-DISTANCE. *> haversine between two stops, the same
          *> arithmetic CAPITALS-DIST uses
           MOVE nStCapSub(nFromSub) TO nRtJ.
           MOVE nStCapSub(nToSub) TO nRtK.
           COMPUTE nRadLat1 = nLatEL(nRtJ) * 3.14159265 / 180.
           COMPUTE nRadLat2 = nLatEL(nRtK) * 3.14159265 / 180.
           COMPUTE nRadDLat = (nLatEL(nRtK) - nLatEL(nRtJ))
              * 3.14159265 / 180.
           COMPUTE nRadDLon = (nLonEL(nRtK) - nLonEL(nRtJ))
              * 3.14159265 / 180.
           COMPUTE nHavA ROUNDED =
              FUNCTION SIN(nRadDLat / 2) ** 2
              + FUNCTION COS(nRadLat1) * FUNCTION COS(nRadLat2)
              * FUNCTION SIN(nRadDLon / 2) ** 2
              ON SIZE ERROR MOVE 0 TO nHavA
           END-COMPUTE.
           COMPUTE nDistWkMi ROUNDED = 2 * 3959
              * FUNCTION ATAN(FUNCTION SQRT(nHavA)
              / FUNCTION SQRT(1 - nHavA))
              ON SIZE ERROR MOVE 0 TO nDistWkMi
           END-COMPUTE.

       220-NEAREST-NEXT.
           MOVE 0 TO nBestSub.
           MOVE 99999.9 TO nBestMi.
           MOVE nRoute(nRtI - 1) TO nFromSub.
           PERFORM VARYING nStopSub FROM 1 BY 1
              UNTIL nStopSub > nStopCnt
              IF xStVisited(nStopSub) = 'n'
                 AND (nBestSub = 0
                 OR nDistCell(nFromSub, nStopSub) < nBestMi)
                 MOVE nStopSub TO nBestSub
                 MOVE nDistCell(nFromSub, nStopSub) TO nBestMi
              END-IF
           END-PERFORM.
           MOVE nBestSub TO nRoute(nRtI).
           MOVE 'y' TO xStVisited(nBestSub).

       230-TWO-OPT-PASS. *> reversing route(i..j) swaps the legs
          *> into i and out of j for two new ones - kept when shorter.
          *> The start never moves; on a round trip neither does the
          *> closing return to it.
           MOVE 'n' TO xImproved.
           ADD 1 TO nPassCnt.
           PERFORM VARYING nRtI FROM 2 BY 1
              UNTIL nRtI > nStopCnt - 1
              PERFORM VARYING nRtJ FROM nRtI BY 1
                 UNTIL nRtJ > nStopCnt
                 IF nRtJ > nRtI
                    PERFORM 240-TRY-REVERSE
                 END-IF
              END-PERFORM
           END-PERFORM.

       240-TRY-REVERSE.
           COMPUTE nDeltaMi =
              nDistCell(nRoute(nRtI - 1), nRoute(nRtJ))
              - nDistCell(nRoute(nRtI - 1), nRoute(nRtI)).
           IF nRtJ < nRouteLast
              COMPUTE nDeltaMi = nDeltaMi
                 + nDistCell(nRoute(nRtI), nRoute(nRtJ + 1))
                 - nDistCell(nRoute(nRtJ), nRoute(nRtJ + 1))
           END-IF.
           IF nDeltaMi < -0.1
              MOVE 'y' TO xImproved
              MOVE nRtI TO nFromSub
              MOVE nRtJ TO nToSub
              PERFORM 245-SWAP-ENDS UNTIL nFromSub NOT < nToSub
           END-IF.

       245-SWAP-ENDS.
           MOVE nRoute(nFromSub) TO nRtHold.
           MOVE nRoute(nToSub) TO nRoute(nFromSub).
           MOVE nRtHold TO nRoute(nToSub).
           ADD 1 TO nFromSub.
           SUBTRACT 1 FROM nToSub.

       250-VEHICLE-COSTS. *> recent average MPG and price, and the
          *> odometer the maintenance schedule is kept against
           IF xVehicle NOT = SPACES
              INITIALIZE xFillTable
              OPEN INPUT FLEETHIST
              IF xHistStatus = '00'
                 MOVE 'n' TO xEOF
                 PERFORM 260-READ-FILL UNTIL xEOF = 'y'
              END-IF
              CLOSE FLEETHIST
              IF nFillCnt = 0
                 DISPLAY 'NO FUEL HISTORY FOR VEHICLE ' xVehicle
                    ' - TRIP IS IN MILES ONLY'
                 MOVE 'WARNING' TO xEojCode
              ELSE
                 SORT xFillElement ON DESCENDING KEY nFlDate
                 PERFORM 265-AVERAGE-FILL VARYING nFillSub FROM 1 BY 1
                    UNTIL nFillSub > nFillCnt
                    OR nFillSub > nRecentFills
                 IF nMPGCnt > 0
                    COMPUTE nAvgMPG ROUNDED = nMPGSum / nMPGCnt
                 END-IF
                 IF nPPGCnt > 0
                    COMPUTE nAvgPPG ROUNDED = nPPGSum / nPPGCnt
                 END-IF
                 IF nAvgMPG > 0
                    MOVE 'y' TO xCosted
                 ELSE
                    DISPLAY 'NO USABLE MPG FOR VEHICLE ' xVehicle
                       ' - TRIP IS IN MILES ONLY'
                    MOVE 'WARNING' TO xEojCode
                 END-IF
              END-IF
           END-IF.

       260-READ-FILL.
           READ FLEETHIST
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 IF xHistVehId = xVehicle
                    IF nHistMiles NUMERIC
                       ADD nHistMiles TO nOdometer
                    END-IF
                    IF nFillCnt < 500
                       ADD 1 TO nFillCnt
                       MOVE nHistFillDate TO nFlDate(nFillCnt)
                       MOVE 0 TO nFlMPG(nFillCnt), nFlPPG(nFillCnt)
                       IF nHistMPG NUMERIC
                          MOVE nHistMPG TO nFlMPG(nFillCnt)
                       END-IF
      *> a row from before the price column existed carries none
                       IF nHistPPG NUMERIC
                          MOVE nHistPPG TO nFlPPG(nFillCnt)
                       END-IF
                    END-IF
                 END-IF,
           END-READ.

       265-AVERAGE-FILL.
           IF nFlMPG(nFillSub) > 0
              ADD nFlMPG(nFillSub) TO nMPGSum
              ADD 1 TO nMPGCnt
           END-IF.
           IF nFlPPG(nFillSub) > 0
              ADD nFlPPG(nFillSub) TO nPPGSum
              ADD 1 TO nPPGCnt
           END-IF.

       300-TERMINATION.
           OPEN OUTPUT RPTFILE.
           MOVE nStCapSub(1) TO nProcInc.
           MOVE xCapNameEL(nProcInc) TO xeHomeName.
           MOVE xStateAbbrEL(nProcInc) TO xeHomeAbbr.
           MOVE nStopCnt TO neHdStops.
           IF xReturnTrip = 'Y'
              MOVE 'ROUND TRIP' TO xeHdReturn
           ELSE
              MOVE 'ONE WAY' TO xeHdReturn
           END-IF.
           MOVE xRptHeading TO xRptLine.
           PERFORM 390-PUT-LINE.
           IF xCosted = 'y'
              MOVE xVehicle TO xeVlVeh
              MOVE nAvgMPG TO neVlMPG
              MOVE nAvgPPG TO neVlPPG
              MOVE nMPGCnt TO neVlFills
              MOVE xVehLine TO xRptLine
              PERFORM 390-PUT-LINE
           END-IF.
           MOVE SPACES TO xRptLine.
           PERFORM 390-PUT-LINE.
           MOVE xLegHeading TO xRptLine.
           PERFORM 390-PUT-LINE.
           PERFORM 310-LEG-LINE VARYING nRtI FROM 2 BY 1
              UNTIL nRtI > nRouteLast.
           MOVE nTripMi TO neTotMiles.
           MOVE SPACES TO xeTotGal, xeTotCost.
           IF xCosted = 'y'
              MOVE nTripGal TO neTotGal
              MOVE nTripCost TO neTotCost
           END-IF.
           MOVE xTotalLine TO xRptLine.
           PERFORM 390-PUT-LINE.
           MOVE nEnteredMi TO neSvEntered.
           IF nEnteredMi > nTripMi
              COMPUTE neSvSaved = nEnteredMi - nTripMi
           ELSE
              MOVE 0 TO neSvSaved
           END-IF.
           MOVE xSavedLine TO xRptLine.
           PERFORM 390-PUT-LINE.
           IF xVehicle NOT = SPACES
              PERFORM 320-SERVICE-CHECK
           END-IF.
           CLOSE RPTFILE.
           IF nSkipCnt > 0
              DISPLAY nSkipCnt ' CAPITAL(S) WITH NO COORDINATES '
                 'LEFT OFF - KEY THEM IN REF-MAINT'
           END-IF.
           IF nWarnCnt > 0
              MOVE 'WARNING' TO xEojCode
           END-IF.
           STRING "stops=" DELIMITED BY SIZE
              nStopCnt DELIMITED BY SIZE
              " vehicle=" DELIMITED BY SIZE
              xVehicle DELIMITED BY SPACE
              " svcwarn=" DELIMITED BY SIZE
              nWarnCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-LEG-LINE.
           MOVE nRoute(nRtI - 1) TO nFromSub.
           MOVE nRoute(nRtI) TO nToSub.
           COMPUTE neLgNum = nRtI - 1.
           MOVE nStCapSub(nFromSub) TO nProcInc.
           MOVE xStateAbbrEL(nProcInc) TO xeLgFromAb.
           MOVE xCapNameEL(nProcInc) TO xeLgFromName.
           MOVE nStCapSub(nToSub) TO nProcInc.
           MOVE xStateAbbrEL(nProcInc) TO xeLgToAb.
           MOVE xCapNameEL(nProcInc) TO xeLgToName.
           MOVE nDistCell(nFromSub, nToSub) TO neLgMiles.
           ADD nDistCell(nFromSub, nToSub) TO nTripMi.
           MOVE nTripMi TO nLegCumMi(nRtI).
           MOVE nTripMi TO neLgCum.
           MOVE SPACES TO xeLgGal, xeLgCost.
           IF xCosted = 'y'
              COMPUTE nLegGal ROUNDED =
                 nDistCell(nFromSub, nToSub) / nAvgMPG
              COMPUTE nLegCost ROUNDED = nLegGal * nAvgPPG
              ADD nLegGal TO nTripGal
              ADD nLegCost TO nTripCost
              MOVE nLegGal TO neLgGal
              MOVE nLegCost TO neLgCost
           END-IF.
           MOVE xLegDetail TO xRptLine.
           PERFORM 390-PUT-LINE.

       320-SERVICE-CHECK. *> every scheduled service on the vehicle
          *> against the odometer plus the trip's miles
           MOVE 'n' TO xEOF.
           OPEN INPUT MAINTFILE.
           IF xMaintStatus = '00'
              PERFORM 330-READ-SERVICE UNTIL xEOF = 'y'
           END-IF.
           CLOSE MAINTFILE.

       330-READ-SERVICE.
           READ MAINTFILE
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 IF xMntVehId = xVehicle
                    AND nMntInterval NUMERIC AND nMntLastOdo NUMERIC
                    PERFORM 340-SERVICE-LINE
                 END-IF,
           END-READ.

       340-SERVICE-LINE.
           COMPUTE nNextDue = nMntLastOdo + nMntInterval.
           IF nOdometer NOT < nNextDue
              MOVE 'ALREADY OVERDUE BEFORE THE TRIP' TO xeWnWhen
              PERFORM 350-WRITE-WARNING
           ELSE
              COMPUTE nMilesToDue = nNextDue - nOdometer
              IF nMilesToDue NOT > nTripMi
                 PERFORM VARYING nRtI FROM 2 BY 1
                    UNTIL nRtI > nRouteLast
                    OR nLegCumMi(nRtI) NOT < nMilesToDue
                    CONTINUE
                 END-PERFORM
                 COMPUTE neWwLeg = nRtI - 1
                 MOVE nStCapSub(nRoute(nRtI - 1)) TO nProcInc
                 MOVE xStateAbbrEL(nProcInc) TO xeWwFrom
                 MOVE nStCapSub(nRoute(nRtI)) TO nProcInc
                 MOVE xStateAbbrEL(nProcInc) TO xeWwTo
                 MOVE xWarnWhen TO xeWnWhen
                 PERFORM 350-WRITE-WARNING
              END-IF
           END-IF.

       350-WRITE-WARNING.
           ADD 1 TO nWarnCnt.
           MOVE xMntSvcType TO xeWnSvc.
           MOVE nNextDue TO neWnDue.
           MOVE xWarnLine TO xRptLine.
           PERFORM 390-PUT-LINE.

       390-PUT-LINE.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY FUNCTION TRIM(xRptLine TRAILING).

       900-ABORT.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           MOVE "FAILED" TO xEojCode.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
           STOP RUN.
