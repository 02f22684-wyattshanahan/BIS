       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-DIGEST.
       AUTHOR. WYATT SHANAHAN.

      *> Morning operations exception digest - one page that answers
      *> "what needs attention today" across the subsystems, instead
      *> of a dozen files opened by hand. For the business date (the
      *> shared run date, so RUN_DATE reruns a past morning) it counts
      *> each exception category, names the oldest item in it, and
      *> flags the category RED or GREEN against its limits:
      *>    SUSPENSE  payroll edit suspense (Payroll-edit-suspense.txt
      *>              and the off-cycle Payroll-offcycle-suspense.txt)
      *>    PAYREJ    PAYROLL-01 rejects (Payroll-01-rejects.txt)
      *>    ARREJ     AR posting rejects (ar-post-rejects.txt)
      *>    AROVER    AR over-limit holds (ar-overlimit.txt)
      *>    FRUITORD  fruit orders placed today (Fruit-order-register)
      *>    PENDING   web changes awaiting review (PendingChanges.txt)
      *>    CHECKS    issued checks not yet cleared (CheckIssued.txt)
      *>    FLEET     services due soon or overdue (FleetMaint.txt
      *>              against the FleetHistory.txt miles, the same
      *>              test FLEET-REPORT applies)
      *>    JOBS      jobs whose latest ending on the business date is
      *>              FAILED or WARNING (a clean rerun clears it, as
      *>              in RUN-SEQUENCER), plus any JobNetwork.txt job
      *>              with no ending at all
      *> Files with no date of their own hold the items still open,
      *> written in arrival order, so their first item is the oldest.
      *> A category is RED when its count passes the limit, or, where
      *> the items are dated, when the oldest is older than the age
      *> limit in days. OpsDigestLimits.txt (OPS_DIGEST_LIMITS) resets
      *> any category's limits: code, count limit, age limit (0 = no
      *> age test). The page goes to Ops-digest.txt and the console.
      *> Runs as the last step of the nightly chain; list it in
      *> JobNetwork.txt with a blank predecessor so a failed step
      *> never holds back the digest that reports it. Any RED
      *> category ends the job WARNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL LIMITFILE ASSIGN TO DYNAMIC xLimitFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xLimitStatus.
           SELECT OPTIONAL SUSPFILE ASSIGN TO DYNAMIC xSuspFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL PAYREJFILE ASSIGN TO
              "Payroll-01-rejects.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL ARREJFILE ASSIGN TO "ar-post-rejects.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL AROVERFILE ASSIGN TO "ar-overlimit.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL FRUITREGFILE ASSIGN TO
              "Fruit-order-register.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL PENDFILE ASSIGN TO "PendingChanges.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL ISSUEFILE ASSIGN TO "CheckIssued.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL MAINTFILE ASSIGN TO DYNAMIC xMaintFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL HISTFILE ASSIGN TO "FleetHistory.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL STATUSFILE ASSIGN TO "JobStatus.txt"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OPTIONAL NETFILE ASSIGN TO DYNAMIC xNetFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xInStatus.
           SELECT OUTFILE ASSIGN TO "Ops-digest.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LIMITFILE.
       01 xLimitRec.
          05 xLimCodeIn     PIC X(8).
          05 nLimCountIn    PIC 9(5).
          05 nLimAgeIn      PIC 9(4).

       FD SUSPFILE.
       01 xSuspRecord.
          05 xSuspFlag      PIC X.
          05 xSuspReason    PIC X(2).
          05 xSuspEmpl      PIC X(4).
          05 xSuspRest      PIC X(30).

       FD PAYREJFILE.
       01 xPayRejLine       PIC X(80).

       FD ARREJFILE.
       01 xArRejLine        PIC X(80).

       FD AROVERFILE.
       01 xArOverLine       PIC X(80).

       FD FRUITREGFILE.
       01 xFruitRegLine     PIC X(80).
       01 xFruitRegHead.
          05 FILLER         PIC X(17).
          05 xFrhDate       PIC X(10).

       FD PENDFILE.
       01 xPendRec.
          05 xPndStatus     PIC X.
          05 xPndKind       PIC X.
          05 xPndSubmit     PIC X(16).
          05 xPndStamp      PIC X(14).
          05 xPndTarget     PIC X(30).
          05 xPndRest       PIC X(285).

       FD ISSUEFILE.
       01 xIssueRecord.
          05 nIssNumIn      PIC 9(6).
          05 nIssDateIn     PIC 9(8).
          05 nIssEmpIn      PIC 9999.
          05 xIssNameIn     PIC X(40).
          05 nIssAmtIn      PIC 9(5)V99.
          05 xIssStatusIn   PIC X.

       FD MAINTFILE.
       01 xMaintRec.
          05 xMntVehId      PIC X(6).
          05 xMntSvcType    PIC X(12).
          05 nMntInterval   PIC 9(6).
          05 nMntLastOdo    PIC 9(6).

       FD HISTFILE.
       01 xHistRec.
          05 xHistVehId     PIC X(6).
          05 nHistFillDate  PIC 9(8).
          05 nHistMiles     PIC 9(5).
          05 xHistRest      PIC X(12).

       FD STATUSFILE.
       01 xStatusLine       PIC X(120).

       FD NETFILE.
       01 xNetRec.
          05 xNetJob        PIC X(20).
          05 xNetPred       PIC X(20).

       FD OUTFILE.
       01 xFileOut          PIC X(90).

       WORKING-STORAGE SECTION.
       77 xLimitFileName PIC X(100).
       77 xSuspFileName  PIC X(100).
       77 xLimitStatus   PIC XX.
       77 xMaintFileName PIC X(100).
       77 xNetFileName   PIC X(100).
       77 xInStatus      PIC XX.
       77 xEOF           PIC X     VALUE 'n'.
       77 nCatSub        PIC 99    VALUE 0.
       77 nRedCnt        PIC 99    VALUE 0.
       77 nGreenCnt      PIC 99    VALUE 0.
       77 nOldestDate    PIC 9(8)  VALUE 0.
       77 xOldestStamp   PIC X(14) VALUE SPACES.
       77 nVehCnt        PIC 999   VALUE 0.
       77 nVehSub        PIC 999   VALUE 0.
       77 nNextDue       PIC 9(7)  VALUE 0.
       77 nDueSoonMiles  PIC 9(4)  VALUE 500. *> same margin as
          *> FLEET-REPORT's DUE SOON
       77 nOverMiles     PIC S9(7) VALUE 0.
       77 nWorstOver     PIC S9(7) VALUE 0.
       77 nEojCnt        PIC 999   VALUE 0.
       77 nEojSub        PIC 999   VALUE 0.
       77 xParseTs       PIC X(21).
       77 xParseProg     PIC X(20).
       77 xParseCode     PIC X(8).
       77 xParseCounts   PIC X(60).
       77 xFirstBadTs    PIC X(21) VALUE SPACES.
       77 neDate         PIC 9999/99/99.
       77 neMiles        PIC Z(6)9.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "OPS-DIGEST".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd   PIC X(8)  VALUE "END".
       77 xEojCode       PIC X(8)  VALUE "CLEAN".
           COPY "rundate-ws.cbl".

       01 xCatTable. *> one row per exception category, in page order
          05 xCatElement OCCURS 9 TIMES.
             10 xCtCode     PIC X(8).
             10 xCtTitle    PIC X(26).
             10 nCtCount    PIC 9(5).
             10 nCtLimit    PIC 9(5).
             10 nCtAgeLimit PIC 9(4). *> 0 = count test only
             10 nCtAge      PIC 9(5).
             10 xCtDated    PIC X. *> y when nCtAge means something
             10 xCtOldest   PIC X(35).
             10 xCtFlag     PIC X(5).

       01 xVehTable. *> history miles per vehicle - the odometer
          *> this system knows, as FLEET-REPORT sums it
          05 xVehElement OCCURS 100 TIMES.
             10 xVtVehId    PIC X(6).
             10 nVtMiles    PIC 9(7).

       01 xEojTable. *> per program, the latest ending on the date
          05 xEojElement OCCURS 100 TIMES.
             10 xEtProg     PIC X(20).
             10 xEtCode     PIC X(8).
             10 xEtTs       PIC X(21).

       01 xPageHead.
          05 FILLER       PIC X(32)
             VALUE 'OPERATIONS EXCEPTION DIGEST FOR '.
          05 neHdDate     PIC 9999/99/99.

       01 xColHead.
          05 FILLER       PIC X(26) VALUE 'CATEGORY'.
          05 FILLER       PIC X(7)  VALUE '  COUNT'.
          05 FILLER       PIC X(7)  VALUE '  LIMIT'.
          05 FILLER       PIC X(6)  VALUE '  DAYS'.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 FILLER       PIC X(36) VALUE 'OLDEST ITEM'.
          05 FILLER       PIC X(5)  VALUE 'FLAG'.

       01 xCatLine.
          05 xClTitle     PIC X(26).
          05 neClCount    PIC ZZZZZZ9.
          05 neClLimit    PIC ZZZZZZ9.
          05 xClAge.
             10 neClAge   PIC ZZZZZ9.
          05 FILLER       PIC X(2)  VALUE SPACES.
          05 xClOldest    PIC X(35).
          05 FILLER       PIC X     VALUE SPACE.
          05 xClFlag      PIC X(5).

       01 xFootLine.
          05 neFtRed      PIC Z9.
          05 FILLER       PIC X(18) VALUE ' CATEGORY(S) RED, '.
          05 neFtGreen    PIC Z9.
          05 FILLER       PIC X(9)  VALUE ' GREEN'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 200-SUSPENSE.
           PERFORM 210-PAYROLL-REJECTS.
           PERFORM 220-AR-REJECTS.
           PERFORM 230-AR-OVERLIMIT.
           PERFORM 240-FRUIT-ORDERS.
           PERFORM 250-PENDING.
           PERFORM 260-CHECKS.
           PERFORM 270-FLEET.
           PERFORM 280-JOBS.
           PERFORM 500-FLAG-CATEGORY VARYING nCatSub FROM 1 BY 1
              UNTIL nCatSub > 9.
           PERFORM 600-PRINT-PAGE.
           PERFORM 900-TERMINATION.
           STOP RUN.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE 'OpsDigestLimits.txt' TO xLimitFileName.
           ACCEPT xLimitFileName FROM ENVIRONMENT 'OPS_DIGEST_LIMITS'
              ON EXCEPTION
                 MOVE 'OpsDigestLimits.txt' TO xLimitFileName
           END-ACCEPT.
           MOVE 'FleetMaint.txt' TO xMaintFileName.
           ACCEPT xMaintFileName FROM ENVIRONMENT 'FLEET_MAINT_FILE'
              ON EXCEPTION
                 MOVE 'FleetMaint.txt' TO xMaintFileName
           END-ACCEPT.
           MOVE 'JobNetwork.txt' TO xNetFileName.
           ACCEPT xNetFileName FROM ENVIRONMENT 'JOB_NETWORK_FILE'
              ON EXCEPTION
                 MOVE 'JobNetwork.txt' TO xNetFileName
           END-ACCEPT.
           PERFORM 110-STANDARD-LIMITS.
           OPEN INPUT LIMITFILE.
           IF xLimitStatus = '00'
              PERFORM 120-READ-LIMIT UNTIL xEOF = 'y'
           END-IF.
           CLOSE LIMITFILE.
           MOVE 'n' TO xEOF.

       110-STANDARD-LIMITS. *> any exception at all turns the error
          *> files red; the queues that are normally non-empty get
          *> room, and the dated ones an age limit
           MOVE SPACES TO xCatTable.
           MOVE 'SUSPENSE' TO xCtCode(1).
           MOVE 'Payroll edit suspense' TO xCtTitle(1).
           MOVE 0 TO nCtLimit(1), nCtAgeLimit(1).
           MOVE 'PAYREJ' TO xCtCode(2).
           MOVE 'Payroll-01 rejects' TO xCtTitle(2).
           MOVE 0 TO nCtLimit(2), nCtAgeLimit(2).
           MOVE 'ARREJ' TO xCtCode(3).
           MOVE 'AR posting rejects' TO xCtTitle(3).
           MOVE 0 TO nCtLimit(3), nCtAgeLimit(3).
           MOVE 'AROVER' TO xCtCode(4).
           MOVE 'AR over-limit holds' TO xCtTitle(4).
           MOVE 0 TO nCtLimit(4), nCtAgeLimit(4).
           MOVE 'FRUITORD' TO xCtCode(5).
           MOVE 'Fruit orders placed' TO xCtTitle(5).
           MOVE 10 TO nCtLimit(5).
           MOVE 0 TO nCtAgeLimit(5).
           MOVE 'PENDING' TO xCtCode(6).
           MOVE 'Web changes pending review' TO xCtTitle(6).
           MOVE 5 TO nCtLimit(6).
           MOVE 2 TO nCtAgeLimit(6).
           MOVE 'CHECKS' TO xCtCode(7).
           MOVE 'Unreconciled checks' TO xCtTitle(7).
           MOVE 99999 TO nCtLimit(7).
           MOVE 60 TO nCtAgeLimit(7).
           MOVE 'FLEET' TO xCtCode(8).
           MOVE 'Fleet services due' TO xCtTitle(8).
           MOVE 0 TO nCtLimit(8), nCtAgeLimit(8).
           MOVE 'JOBS' TO xCtCode(9).
           MOVE 'Jobs not clean' TO xCtTitle(9).
           MOVE 0 TO nCtLimit(9), nCtAgeLimit(9).
           PERFORM VARYING nCatSub FROM 1 BY 1 UNTIL nCatSub > 9
              MOVE 0 TO nCtCount(nCatSub), nCtAge(nCatSub)
              MOVE 'n' TO xCtDated(nCatSub)
           END-PERFORM.

       120-READ-LIMIT.
           READ LIMITFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nLimCountIn NUMERIC AND nLimAgeIn NUMERIC
                   PERFORM VARYING nCatSub FROM 1 BY 1
                      UNTIL nCatSub > 9
                      IF xCtCode(nCatSub) = xLimCodeIn
                         MOVE nLimCountIn TO nCtLimit(nCatSub)
                         MOVE nLimAgeIn TO nCtAgeLimit(nCatSub)
                         EXIT PERFORM
                      END-IF
                   END-PERFORM
                END-IF,
           END-READ.

       200-SUSPENSE. *> every record still in suspense, held or
          *> repaired and waiting for the next edit - the regular
          *> run's file first, then the off-cycle run's
           MOVE 'Payroll-edit-suspense.txt' TO xSuspFileName.
           PERFORM 202-SCAN-SUSPENSE.
           MOVE 'Payroll-offcycle-suspense.txt' TO xSuspFileName.
           ACCEPT xSuspFileName FROM ENVIRONMENT
              'PAYROLL_OFFCYCLE_SUSPENSE'
              ON EXCEPTION
                 MOVE 'Payroll-offcycle-suspense.txt' TO xSuspFileName
           END-ACCEPT.
           PERFORM 202-SCAN-SUSPENSE.

       202-SCAN-SUSPENSE.
           OPEN INPUT SUSPFILE.
           IF xInStatus = '00'
              PERFORM 205-READ-SUSPENSE UNTIL xEOF = 'y'
           END-IF.
           CLOSE SUSPFILE.
           MOVE 'n' TO xEOF.

       205-READ-SUSPENSE.
           READ SUSPFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xSuspRecord NOT = SPACES
                   ADD 1 TO nCtCount(1)
                   IF nCtCount(1) = 1
                      STRING 'EMPLOYEE ' DELIMITED BY SIZE
                         xSuspEmpl DELIMITED BY SIZE
                         ' REASON ' DELIMITED BY SIZE
                         xSuspReason DELIMITED BY SIZE
                         ' FLAG ' DELIMITED BY SIZE
                         xSuspFlag DELIMITED BY SIZE
                         INTO xCtOldest(1)
                         ON OVERFLOW CONTINUE
                      END-STRING
                   END-IF
                END-IF,
           END-READ.

       210-PAYROLL-REJECTS. *> detail lines start with the employee
          *> number; the heading line does not
           OPEN INPUT PAYREJFILE.
           IF xInStatus = '00'
              PERFORM 215-READ-PAYREJ UNTIL xEOF = 'y'
           END-IF.
           CLOSE PAYREJFILE.
           MOVE 'n' TO xEOF.

       215-READ-PAYREJ.
           READ PAYREJFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xPayRejLine(1:4) NUMERIC
                   ADD 1 TO nCtCount(2)
                   IF nCtCount(2) = 1
                      MOVE xPayRejLine TO xCtOldest(2)
                   END-IF
                END-IF,
           END-READ.

       220-AR-REJECTS.
           OPEN INPUT ARREJFILE.
           IF xInStatus = '00'
              PERFORM 225-READ-ARREJ UNTIL xEOF = 'y'
           END-IF.
           CLOSE ARREJFILE.
           MOVE 'n' TO xEOF.

       225-READ-ARREJ.
           READ ARREJFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xArRejLine NOT = SPACES
                   ADD 1 TO nCtCount(3)
                   IF nCtCount(3) = 1
                      MOVE xArRejLine TO xCtOldest(3)
                   END-IF
                END-IF,
           END-READ.

       230-AR-OVERLIMIT. *> customer number opens each hold line
           OPEN INPUT AROVERFILE.
           IF xInStatus = '00'
              PERFORM 235-READ-AROVER UNTIL xEOF = 'y'
           END-IF.
           CLOSE AROVERFILE.
           MOVE 'n' TO xEOF.

       235-READ-AROVER.
           READ AROVERFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xArOverLine(1:5) NUMERIC
                   ADD 1 TO nCtCount(4)
                   IF nCtCount(4) = 1
                      MOVE xArOverLine TO xCtOldest(4)
                   END-IF
                END-IF,
           END-READ.

       240-FRUIT-ORDERS. *> the register is rewritten each run; it
          *> only counts when its heading carries the business date
           MOVE nRunDate TO neDate.
           OPEN INPUT FRUITREGFILE.
           IF xInStatus = '00'
              READ FRUITREGFILE
                 AT END
                   MOVE 'y' TO xEOF
              END-READ
              IF xEOF NOT = 'y'
                 IF xFrhDate = neDate
                    PERFORM 245-READ-FRUITREG UNTIL xEOF = 'y'
                 ELSE
                    STRING 'REGISTER IS DATED ' DELIMITED BY SIZE
                       xFrhDate DELIMITED BY SIZE
                       INTO xCtOldest(5)
                       ON OVERFLOW CONTINUE
                    END-STRING
                 END-IF
              END-IF
           END-IF.
           CLOSE FRUITREGFILE.
           MOVE 'n' TO xEOF.

       245-READ-FRUITREG.
           READ FRUITREGFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xFruitRegLine NOT = SPACES
                   ADD 1 TO nCtCount(5)
                   IF nCtCount(5) = 1
                      MOVE xFruitRegLine TO xCtOldest(5)
                   END-IF
                END-IF,
           END-READ.

       250-PENDING. *> items still P - submitted, not yet ruled on
           MOVE HIGH-VALUES TO xOldestStamp.
           OPEN INPUT PENDFILE.
           IF xInStatus = '00'
              PERFORM 255-READ-PENDING UNTIL xEOF = 'y'
           END-IF.
           CLOSE PENDFILE.
           MOVE 'n' TO xEOF.
           IF nCtCount(6) > 0 AND xOldestStamp(1:8) NUMERIC
              MOVE xOldestStamp(1:8) TO nOldestDate
              MOVE 6 TO nCatSub
              PERFORM 290-AGE-IN-DAYS
           END-IF.

       255-READ-PENDING.
           READ PENDFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xPndStatus = 'P'
                   ADD 1 TO nCtCount(6)
                   IF xPndStamp < xOldestStamp
                      MOVE xPndStamp TO xOldestStamp
                      MOVE xPndStamp(1:8) TO neDate
                      MOVE SPACES TO xCtOldest(6)
                      STRING neDate DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         FUNCTION TRIM(xPndSubmit) DELIMITED BY SIZE
                         ' ' DELIMITED BY SIZE
                         xPndTarget DELIMITED BY SIZE
                         INTO xCtOldest(6)
                         ON OVERFLOW CONTINUE
                      END-STRING
                   END-IF
                END-IF,
           END-READ.

       260-CHECKS. *> still I - issued on or before the business
          *> date and not cleared, voided or escheated
           MOVE 99999999 TO nOldestDate.
           OPEN INPUT ISSUEFILE.
           IF xInStatus = '00'
              PERFORM 265-READ-ISSUE UNTIL xEOF = 'y'
           END-IF.
           CLOSE ISSUEFILE.
           MOVE 'n' TO xEOF.
           IF nCtCount(7) > 0
              MOVE 7 TO nCatSub
              PERFORM 290-AGE-IN-DAYS
           END-IF.

       265-READ-ISSUE.
           READ ISSUEFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xIssStatusIn = 'I' AND nIssDateIn NUMERIC
                   AND nIssDateIn NOT > nRunDate
                   ADD 1 TO nCtCount(7)
                   IF nIssDateIn < nOldestDate
                      MOVE nIssDateIn TO nOldestDate
                      MOVE nIssDateIn TO neDate
                      MOVE SPACES TO xCtOldest(7)
                      STRING 'CHECK ' DELIMITED BY SIZE
                         nIssNumIn DELIMITED BY SIZE
                         ' OF ' DELIMITED BY SIZE
                         neDate DELIMITED BY SIZE
                         ' EMP ' DELIMITED BY SIZE
                         nIssEmpIn DELIMITED BY SIZE
                         INTO xCtOldest(7)
                         ON OVERFLOW CONTINUE
                      END-STRING
                   END-IF
                END-IF,
           END-READ.

       270-FLEET. *> history miles first, then each schedule row;
          *> the most overdue service stands as the oldest item
           OPEN INPUT HISTFILE.
           IF xInStatus = '00'
              PERFORM 272-READ-HISTORY UNTIL xEOF = 'y'
           END-IF.
           CLOSE HISTFILE.
           MOVE 'n' TO xEOF.
           MOVE -9999999 TO nWorstOver.
           OPEN INPUT MAINTFILE.
           IF xInStatus = '00'
              PERFORM 275-READ-MAINT UNTIL xEOF = 'y'
           END-IF.
           CLOSE MAINTFILE.
           MOVE 'n' TO xEOF.

       272-READ-HISTORY.
           READ HISTFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nHistMiles NUMERIC
                   PERFORM 273-FIND-VEHICLE
                   IF nVehSub NOT > nVehCnt
                      ADD nHistMiles TO nVtMiles(nVehSub)
                   END-IF
                END-IF,
           END-READ.

       273-FIND-VEHICLE. *> nVehSub past the count when the table
          *> is full and the vehicle is new
           PERFORM VARYING nVehSub FROM 1 BY 1
              UNTIL nVehSub > nVehCnt
              IF xVtVehId(nVehSub) = xHistVehId
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nVehSub > nVehCnt AND nVehCnt < 100
              ADD 1 TO nVehCnt
              MOVE xHistVehId TO xVtVehId(nVehCnt)
              MOVE 0 TO nVtMiles(nVehCnt)
           END-IF.

       275-READ-MAINT.
           READ MAINTFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nMntInterval NUMERIC AND nMntLastOdo NUMERIC
                   PERFORM 276-CHECK-SERVICE
                END-IF,
           END-READ.

       276-CHECK-SERVICE.
           PERFORM VARYING nVehSub FROM 1 BY 1
              UNTIL nVehSub > nVehCnt
              IF xVtVehId(nVehSub) = xMntVehId
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nVehSub > nVehCnt
              EXIT PARAGRAPH
           END-IF.
           COMPUTE nNextDue = nMntLastOdo + nMntInterval.
           COMPUTE nOverMiles = nVtMiles(nVehSub) - nNextDue.
           IF nOverMiles + nDueSoonMiles >= 0
              ADD 1 TO nCtCount(8)
              IF nOverMiles > nWorstOver
                 MOVE nOverMiles TO nWorstOver
                 MOVE SPACES TO xCtOldest(8)
                 IF nOverMiles >= 0
                    MOVE nOverMiles TO neMiles
                    STRING xMntVehId DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       xMntSvcType DELIMITED BY SIZE
                       ' OVER ' DELIMITED BY SIZE
                       FUNCTION TRIM(neMiles) DELIMITED BY SIZE
                       ' MI' DELIMITED BY SIZE
                       INTO xCtOldest(8)
                       ON OVERFLOW CONTINUE
                    END-STRING
                 ELSE
                    STRING xMntVehId DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       xMntSvcType DELIMITED BY SIZE
                       ' DUE SOON' DELIMITED BY SIZE
                       INTO xCtOldest(8)
                       ON OVERFLOW CONTINUE
                    END-STRING
                 END-IF
              END-IF
           END-IF.

       280-JOBS. *> latest ending per program on the business date,
          *> then every chain job that has not ended at all
           OPEN INPUT STATUSFILE.
           IF xInStatus = '00'
              PERFORM 282-READ-STATUS UNTIL xEOF = 'y'
           END-IF.
           CLOSE STATUSFILE.
           MOVE 'n' TO xEOF.
           PERFORM 284-NOT-CLEAN VARYING nEojSub FROM 1 BY 1
              UNTIL nEojSub > nEojCnt.
           OPEN INPUT NETFILE.
           IF xInStatus = '00'
              PERFORM 286-READ-NET UNTIL xEOF = 'y'
           END-IF.
           CLOSE NETFILE.
           MOVE 'n' TO xEOF.

       282-READ-STATUS.
           READ STATUSFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                PERFORM 283-PARSE-STATUS,
           END-READ.

       283-PARSE-STATUS. *> same latest-wins rule as RUN-SEQUENCER
           MOVE SPACES TO xParseTs, xParseProg, xParseCode,
              xParseCounts.
           UNSTRING xStatusLine DELIMITED BY '|'
              INTO xParseTs, xParseProg, xParseCode, xParseCounts.
           IF xParseTs(1:8) NOT NUMERIC
              OR FUNCTION NUMVAL(xParseTs(1:8)) NOT = nRunDate
              OR xParseProg = xAuditProgName
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING nEojSub FROM 1 BY 1
              UNTIL nEojSub > nEojCnt
              IF xEtProg(nEojSub) = xParseProg
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nEojSub > nEojCnt
              IF nEojCnt < 100
                 ADD 1 TO nEojCnt
                 MOVE xParseProg TO xEtProg(nEojCnt)
                 MOVE xParseCode TO xEtCode(nEojCnt)
                 MOVE xParseTs TO xEtTs(nEojCnt)
              END-IF
           ELSE
              MOVE xParseCode TO xEtCode(nEojSub)
              MOVE xParseTs TO xEtTs(nEojSub)
           END-IF.

       284-NOT-CLEAN. *> the earliest bad ending is the oldest item
           IF xEtCode(nEojSub) NOT = 'CLEAN'
              ADD 1 TO nCtCount(9)
              IF xFirstBadTs = SPACES
                 OR xEtTs(nEojSub) < xFirstBadTs
                 MOVE xEtTs(nEojSub) TO xFirstBadTs
                 MOVE SPACES TO xCtOldest(9)
                 STRING FUNCTION TRIM(xEtProg(nEojSub))
                       DELIMITED BY SIZE
                    ' ENDED ' DELIMITED BY SIZE
                    FUNCTION TRIM(xEtCode(nEojSub)) DELIMITED BY SIZE
                    ' AT ' DELIMITED BY SIZE
                    xEtTs(nEojSub)(9:2) DELIMITED BY SIZE
                    ':' DELIMITED BY SIZE
                    xEtTs(nEojSub)(11:2) DELIMITED BY SIZE
                    INTO xCtOldest(9)
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
           END-IF.

       286-READ-NET. *> a job named more than once in the network is
          *> counted once - its first line marks it
           READ NETFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xNetJob NOT = SPACES
                   AND xNetJob NOT = xAuditProgName
                   PERFORM 287-CHECK-RAN
                END-IF,
           END-READ.

       287-CHECK-RAN.
           PERFORM VARYING nEojSub FROM 1 BY 1
              UNTIL nEojSub > nEojCnt
              IF xEtProg(nEojSub) = xNetJob
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nEojSub > nEojCnt AND nEojCnt < 100
              ADD 1 TO nEojCnt
              MOVE xNetJob TO xEtProg(nEojCnt)
              MOVE 'NOT RUN' TO xEtCode(nEojCnt)
              MOVE SPACES TO xEtTs(nEojCnt)
              ADD 1 TO nCtCount(9)
              IF xCtOldest(9) = SPACES
                 STRING FUNCTION TRIM(xNetJob) DELIMITED BY SIZE
                    ' HAS NOT RUN' DELIMITED BY SIZE
                    INTO xCtOldest(9)
                    ON OVERFLOW CONTINUE
                 END-STRING
              END-IF
           END-IF.

       290-AGE-IN-DAYS. *> days from nOldestDate to the business date
          *> for category nCatSub
           IF FUNCTION TEST-DATE-YYYYMMDD(nOldestDate) = 0
              AND nOldestDate NOT > nRunDate
              COMPUTE nCtAge(nCatSub) =
                 FUNCTION INTEGER-OF-DATE(nRunDate)
                 - FUNCTION INTEGER-OF-DATE(nOldestDate)
              MOVE 'y' TO xCtDated(nCatSub)
           END-IF.

       500-FLAG-CATEGORY.
           MOVE 'GREEN' TO xCtFlag(nCatSub).
           IF nCtCount(nCatSub) > nCtLimit(nCatSub)
              MOVE 'RED' TO xCtFlag(nCatSub)
           END-IF.
           IF xCtDated(nCatSub) = 'y'
              AND nCtAgeLimit(nCatSub) > 0
              AND nCtAge(nCatSub) > nCtAgeLimit(nCatSub)
              MOVE 'RED' TO xCtFlag(nCatSub)
           END-IF.
           IF xCtFlag(nCatSub) = 'RED'
              ADD 1 TO nRedCnt
              MOVE "WARNING" TO xEojCode
           ELSE
              ADD 1 TO nGreenCnt
           END-IF.

       600-PRINT-PAGE.
           OPEN OUTPUT OUTFILE.
           MOVE nRunDate TO neHdDate.
           MOVE xPageHead TO xFileOut.
           PERFORM 690-PUT-LINE.
           MOVE SPACES TO xFileOut.
           PERFORM 690-PUT-LINE.
           MOVE xColHead TO xFileOut.
           PERFORM 690-PUT-LINE.
           PERFORM 610-CATEGORY-LINE VARYING nCatSub FROM 1 BY 1
              UNTIL nCatSub > 9.
           MOVE SPACES TO xFileOut.
           PERFORM 690-PUT-LINE.
           MOVE nRedCnt TO neFtRed.
           MOVE nGreenCnt TO neFtGreen.
           MOVE xFootLine TO xFileOut.
           PERFORM 690-PUT-LINE.
           CLOSE OUTFILE.

       610-CATEGORY-LINE.
           MOVE xCtTitle(nCatSub) TO xClTitle.
           MOVE nCtCount(nCatSub) TO neClCount.
           MOVE nCtLimit(nCatSub) TO neClLimit.
           IF xCtDated(nCatSub) = 'y'
              MOVE nCtAge(nCatSub) TO neClAge
           ELSE
              MOVE SPACES TO xClAge
           END-IF.
           MOVE xCtOldest(nCatSub) TO xClOldest.
           MOVE xCtFlag(nCatSub) TO xClFlag.
           MOVE xCatLine TO xFileOut.
           PERFORM 690-PUT-LINE.

       690-PUT-LINE.
           WRITE xFileOut BEFORE ADVANCING 1 LINE.
           DISPLAY xFileOut.

       900-TERMINATION.
           STRING "red=" DELIMITED BY SIZE
              nRedCnt DELIMITED BY SIZE
              " green=" DELIMITED BY SIZE
              nGreenCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
