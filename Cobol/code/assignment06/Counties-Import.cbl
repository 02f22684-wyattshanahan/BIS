       IDENTIFICATION DIVISION.
       PROGRAM-ID. COUNTIES-IMPORT.
       AUTHOR. WYATT SHANAHAN.

      *> Builds Counties.txt, the county-level companion to
      *> States.txt, from the comma-delimited census county extract
      *> (state abbreviation, county code, county name, population).
      *> Each line is edited the way STATES-IMPORT edits a state -
      *> abbreviation against the state xref (or the built-in list
      *> when there is none), county code numeric 1-999, a name, and
      *> population numeric and in range via the shared field-validate
      *> check - and a second line for a state/county pair already
      *> taken is rejected as a duplicate. Accepted counties are
      *> written in key order (state abbreviation, county code), every
      *> rejected line is reported with its reason, and the run ends
      *> with the lines-in versus records-written reconciliation.
      *> COUNTIES-RECON ties the file back to States.txt and
      *> COUNTIES-REPORT ranks the counties within each state.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CENSUSFILE ASSIGN TO DYNAMIC xCensusFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xCensusStatus.
           SELECT COUNTYFILE ASSIGN TO DYNAMIC xCountyFileName
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO 'Counties-import-rejects.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XREFFILE ASSIGN TO DYNAMIC xXrefFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xXrefStatus.

       DATA DIVISION.
       FILE SECTION.

       FD CENSUSFILE.
       01 xCensusLine       PIC X(120).

       FD COUNTYFILE. *> keyed by state abbreviation + county code
       01  xCountyRecord.
           05 xCtyStateAbOut pic X(2).
           05 nCtyCodeOut    pic 9(3).
           05 xCtyNameOut    pic X(30).
           05 nCtyPopOut     pic 9(8).

       FD REJECTFILE.
       01 xRejectLine       PIC X(132).

       FD XREFFILE. *> canonical state reference, maintained through
          *> REF-MAINT - when present it is the abbreviation
          *> authority instead of the built-in list
       01 xXrefRecIn.
          05 nXrefNumIn    PIC 9(2).
          05 xXrefAbIn     PIC X(2).
          05 xXrefRegIn    PIC X.
          05 xXrefNameIn   PIC X(20).

       WORKING-STORAGE SECTION.
       77 xCensusFileName PIC X(100).
       77 xCountyFileName PIC X(100).
       77 xCensusStatus   PIC XX.
       77 xEOF        PIC X  VALUE 'n'.
       77 nReadCnt    PIC 9(4) VALUE 0.
       77 nWriteCnt   PIC 9(4) VALUE 0.
       77 nRejectCnt  PIC 9(4) VALUE 0.
       77 nAbbrSub    PIC 99  VALUE 0.
       77 xAbbrFound  PIC X   VALUE 'n'.
       77 xRejReason  PIC X(30).
       77 xFldAbbr     PIC X(10).
       77 xFldCode     PIC X(10).
       77 xFldName     PIC X(30).
       77 xFldPop      PIC X(12).
       77 xJustNum3    PIC X(3)  JUSTIFIED RIGHT.
       77 xJustNum8    PIC X(8)  JUSTIFIED RIGHT.
       77 nWkCode      PIC 9(3).
       77 nWkPop       PIC 9(8).
       77 nCtyCnt      PIC 9(4) VALUE 0.
       77 nCtySub      PIC 9(4) VALUE 0.
       77 xAuditDetail PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "COUNTIES-IMPORT".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd   PIC X(8)  VALUE "END".
       77 xEojCode         PIC X(8)  VALUE "CLEAN".
       77 xXrefFileName  PIC X(100).
       77 xXrefStatus    PIC XX.
       77 xXrefPresent   PIC X   VALUE 'n'.
       77 xXrefEOF       PIC X   VALUE 'n'.
       77 nXrefLoadSub   PIC 99  VALUE 0.
           COPY "field-validate-ws.cbl".

       01 xCountyTable. *> accepted counties ride through memory so
          *> duplicates can be caught and the file written in key
          *> order whatever order the extract came in
          05 xCountyElement OCCURS 4000 TIMES.
             10 xCtKey.
                15 xCtAbTbl   PIC X(2).
                15 nCtCodeTbl PIC 9(3).
             10 xCtNameTbl    PIC X(30).
             10 nCtPopTbl     PIC 9(8).

       01 xValidAbbrs. *> 50 states + DC + PR/GU/VI/AS
          05 FILLER PIC X(54) VALUE
             'ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAMEMDMAMIMNMSMOMT'.
          05 FILLER PIC X(56) VALUE
             'NENVNHNJNMNYNCNDOHOKORPARISCSDTNTXUTVTVAWAWVWIWYPRGUVIAS'.

       01 xValidTbl REDEFINES xValidAbbrs.
          05 xValidAb OCCURS 55 TIMES PIC XX.

       01 xXrefAbTable.
          05 xXrefAbTbl OCCURS 60 TIMES PIC XX.

       01 xRejectDetail.
          05 xRejReasonOut PIC X(30).
          05 FILLER        PIC X(3) VALUE ' | '.
          05 xRejLineOut   PIC X(90).

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISATION.
           PERFORM 200-LOOP UNTIL xEOF = 'y'.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISATION.
           MOVE 'CountyCensus.csv' TO xCensusFileName.
           ACCEPT xCensusFileName FROM ENVIRONMENT
              'COUNTY_CENSUS_FILE'
              ON EXCEPTION
                 MOVE 'CountyCensus.csv' TO xCensusFileName
           END-ACCEPT.
           MOVE 'Counties.txt' TO xCountyFileName.
           ACCEPT xCountyFileName FROM ENVIRONMENT 'COUNTIES_FILE'
              ON EXCEPTION
                 MOVE 'Counties.txt' TO xCountyFileName
           END-ACCEPT.
           OPEN INPUT CENSUSFILE.
           IF xCensusStatus NOT = '00'
              DISPLAY 'IMPORT ABORTED - CANNOT OPEN '
                 FUNCTION TRIM(xCensusFileName)
              MOVE 'aborted - county extract missing' TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
                 xAuditDetail
              MOVE "FAILED" TO xEojCode
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           OPEN OUTPUT REJECTFILE.
      *> unused slots sort past every real key
           MOVE HIGH-VALUES TO xCountyTable.
           PERFORM 150-LOAD-XREF.

       150-LOAD-XREF. *> OPTIONAL - without the reference the
          *> built-in abbreviation list still applies
           MOVE 'StateXref.txt' TO xXrefFileName.
           ACCEPT xXrefFileName FROM ENVIRONMENT 'STATE_XREF_FILE'
              ON EXCEPTION
                 MOVE 'StateXref.txt' TO xXrefFileName
           END-ACCEPT.
           OPEN INPUT XREFFILE.
           IF xXrefStatus = '00'
              MOVE 'y' TO xXrefPresent
              PERFORM 160-READ-XREF UNTIL xXrefEOF = 'y'
           END-IF.
           CLOSE XREFFILE.

       160-READ-XREF.
           READ XREFFILE
              AT END
                MOVE 'y' TO xXrefEOF,
              NOT AT END
                IF nXrefLoadSub < 60
                   ADD 1 TO nXrefLoadSub
                   MOVE xXrefAbIn TO xXrefAbTbl(nXrefLoadSub)
                END-IF,
           END-READ.

       200-LOOP.
           READ CENSUSFILE
              AT END
                 MOVE 'y' TO xEOF,
              NOT AT END
                 ADD 1 TO nReadCnt
                 PERFORM 210-EDIT-LINE,
           END-READ.

       210-EDIT-LINE. *> split the delimited line, then edit every
          *> field - first failure names the reject reason
           MOVE SPACES TO xFldAbbr, xFldCode, xFldName, xFldPop,
              xRejReason.
           UNSTRING xCensusLine DELIMITED BY ','
              INTO xFldAbbr, xFldCode, xFldName, xFldPop.
           MOVE FUNCTION TRIM(xFldCode) TO xJustNum3.
           INSPECT xJustNum3 REPLACING LEADING SPACE BY '0'.
           MOVE FUNCTION TRIM(xFldPop) TO xJustNum8.
           INSPECT xJustNum8 REPLACING LEADING SPACE BY '0'.
           PERFORM 220-CHECK-ABBR.
           IF xAbbrFound = 'n'
              MOVE 'UNKNOWN ABBREVIATION' TO xRejReason
           END-IF.
           IF xRejReason = SPACES
              IF xJustNum3 NOT NUMERIC
                 MOVE 'COUNTY CODE NOT NUMERIC' TO xRejReason
              ELSE
                 MOVE xJustNum3 TO nWkCode
                 IF nWkCode < 1
                    MOVE 'COUNTY CODE OUT OF RANGE' TO xRejReason
                 END-IF
              END-IF
           END-IF.
           IF xRejReason = SPACES AND xFldName = SPACES
              MOVE 'COUNTY NAME MISSING' TO xRejReason
           END-IF.
           IF xRejReason = SPACES
              IF xJustNum8 NOT NUMERIC
                 MOVE 'POPULATION NOT NUMERIC' TO xRejReason
              ELSE
                 MOVE xJustNum8 TO nWkPop
                 MOVE 'Y' TO xFieldValid
                 COPY "field-validate.cbl" REPLACING
                    ==:VALID-FIELD:== BY ==nWkPop==
                    ==:VALID-NAME:==  BY =='POPULATION'==
                    ==:VALID-LOW:==   BY ==1==
                    ==:VALID-HIGH:==  BY ==99999999==.
                 IF xFieldValid = 'N'
                    MOVE 'POPULATION OUT OF RANGE' TO xRejReason
                 END-IF
              END-IF
           END-IF.
           IF xRejReason = SPACES
              PERFORM VARYING nCtySub FROM 1 BY 1
                 UNTIL nCtySub > nCtyCnt
                 IF xCtAbTbl(nCtySub) = xFldAbbr(1:2)
                    AND nCtCodeTbl(nCtySub) = nWkCode
                    MOVE 'DUPLICATE STATE/COUNTY' TO xRejReason
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF xRejReason = SPACES AND nCtyCnt NOT < 4000
              MOVE 'COUNTY TABLE FULL' TO xRejReason
           END-IF.
           IF xRejReason = SPACES
              PERFORM 230-KEEP-COUNTY
           ELSE
              PERFORM 240-REJECT-LINE
           END-IF.

       220-CHECK-ABBR. *> the state xref is the authority when it is
          *> on file; the built-in list is only the fallback
           MOVE 'n' TO xAbbrFound.
           IF xXrefPresent = 'y'
              PERFORM VARYING nAbbrSub FROM 1 BY 1
                 UNTIL nAbbrSub > nXrefLoadSub
                 IF xXrefAbTbl(nAbbrSub) = xFldAbbr(1:2)
                    MOVE 'y' TO xAbbrFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           ELSE
              PERFORM VARYING nAbbrSub FROM 1 BY 1
                 UNTIL nAbbrSub > 55
                 IF xValidAb(nAbbrSub) = xFldAbbr(1:2)
                    MOVE 'y' TO xAbbrFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

       230-KEEP-COUNTY.
           ADD 1 TO nCtyCnt.
           MOVE xFldAbbr(1:2) TO xCtAbTbl(nCtyCnt).
           MOVE nWkCode TO nCtCodeTbl(nCtyCnt).
           MOVE FUNCTION TRIM(xFldName) TO xCtNameTbl(nCtyCnt).
           MOVE nWkPop TO nCtPopTbl(nCtyCnt).

       240-REJECT-LINE.
           ADD 1 TO nRejectCnt.
           MOVE xRejReason TO xRejReasonOut.
           MOVE xCensusLine TO xRejLineOut.
           MOVE xRejectDetail TO xRejectLine.
           WRITE xRejectLine.
           DISPLAY 'REJECTED: ' xRejReason.

       300-TERMINATION.
           CLOSE CENSUSFILE.
           CLOSE REJECTFILE.
           IF nCtyCnt > 0
              SORT xCountyElement ON ASCENDING KEY xCtKey
           END-IF.
           OPEN OUTPUT COUNTYFILE.
           PERFORM 310-WRITE-COUNTY VARYING nCtySub FROM 1 BY 1
              UNTIL nCtySub > nCtyCnt.
           CLOSE COUNTYFILE.
           DISPLAY ' '.
           DISPLAY 'IMPORT RECONCILIATION: ' nReadCnt ' LINES IN = '
              nWriteCnt ' WRITTEN + ' nRejectCnt ' REJECTED'.
           IF nReadCnt NOT = nWriteCnt + nRejectCnt
              DISPLAY 'RECONCILIATION DOES NOT BALANCE - '
                 'DO NOT RELEASE THE NEW COUNTIES FILE'
              MOVE 'FAILED' TO xEojCode
           ELSE
              IF nRejectCnt > 0
                 MOVE 'WARNING' TO xEojCode
              ELSE
                 MOVE 'CLEAN' TO xEojCode
              END-IF
           END-IF.
           STRING "read=" DELIMITED BY SIZE
              nReadCnt DELIMITED BY SIZE
              " written=" DELIMITED BY SIZE
              nWriteCnt DELIMITED BY SIZE
              " rejected=" DELIMITED BY SIZE
              nRejectCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.

       310-WRITE-COUNTY.
           MOVE xCtAbTbl(nCtySub) TO xCtyStateAbOut.
           MOVE nCtCodeTbl(nCtySub) TO nCtyCodeOut.
           MOVE xCtNameTbl(nCtySub) TO xCtyNameOut.
           MOVE nCtPopTbl(nCtySub) TO nCtyPopOut.
           WRITE xCountyRecord.
           ADD 1 TO nWriteCnt.
