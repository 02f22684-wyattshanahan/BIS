      *> PAYROLL-01 prints the address block on paper checks.
      *> Same load-table/menu/save shape as the REF-MAINT screens,
      *> with the lock-file protocol and the before/after journal.
      *> The SSN is never echoed in full: V=VIEW and the update
      *> prompt show XXX-XX-nnnn, and the journal images carry the
      *> last four only. An operator whose login holds the SSNVIEW
      *> grant (WebGrants.txt, given in WEB-USERMAINT) may ask for the
      *> full number on V=VIEW; each such view is written to the SSN
      *> access log. Builds with common/ssnaccess.cbl and
      *> common/webauth.cbl.

       environment division.
       INPUT-OUTPUT SECTION.
       77 xJrnAction     PIC X(10).
       77 xJrnBefore     PIC X(100).
       77 xJrnAfter      PIC X(100).
       77 xSsnEntry      PIC X(9).
       77 xSsnMasked     PIC X(11).
       77 xSsnShowFull   PIC X.
       77 xOperator      PIC X(16) VALUE SPACES.
       77 xGrantName     PIC X(10) VALUE 'SSNVIEW'.
       77 xGrantResult   PIC X     VALUE 'N'.
       77 xSsnProgram    PIC X(20) VALUE 'PAYROLL-DEMO'.
       77 xSsnAction     PIC X(8)  VALUE 'VIEW'.
           COPY "field-validate-ws.cbl".

       01 xDemoTable.
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
           IF xOperator NOT = SPACES
              CALL "checkUserGrant" USING xOperator xGrantName
                 xGrantResult
           END-IF.
           PERFORM 110-LOAD-DEMO.
           MOVE SPACE TO xAction.
           PERFORM 200-MENU UNTIL xAction = 'Q' OR xAction = 'q'.
       200-MENU.
           DISPLAY ' '.
           DISPLAY 'EMPLOYEE DEMOGRAPHIC MAINTENANCE'.
           DISPLAY 'A=ADD  U=UPDATE  D=DELETE  V=VIEW  Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT xAction.
           EVALUATE xAction
                 PERFORM 400-UPDATE-DEMO
              WHEN 'D' WHEN 'd'
                 PERFORM 500-DELETE-DEMO
              WHEN 'V' WHEN 'v'
                 PERFORM 700-VIEW-DEMO
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                    ADD 1 TO nLoadSub
                    MOVE nLoadSub TO nFoundSub
                    MOVE nKeyEmplIn TO nDemEmpTbl(nFoundSub)
                    MOVE SPACES TO xDemSsnTbl(nFoundSub)
                    PERFORM 420-GET-DEMO-FIELDS
                    MOVE nKeyEmplIn TO xJrnKey
                    MOVE 'ADD' TO xJrnAction
              END-IF
           END-PERFORM.

       420-GET-DEMO-FIELDS. *> a blank SSN keeps the one on file
           IF xDemSsnTbl(nFoundSub) = SPACES
              DISPLAY 'SSN (9 DIGITS, NO DASHES)? ' WITH NO ADVANCING
           ELSE
              CALL "maskSsn" USING xDemSsnTbl(nFoundSub) xSsnMasked
              DISPLAY 'SSN (9 DIGITS, NO DASHES; BLANK KEEPS '
                 xSsnMasked ')? ' WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO xSsnEntry.
           ACCEPT xSsnEntry.
           IF xSsnEntry NOT = SPACES
              MOVE xSsnEntry TO xDemSsnTbl(nFoundSub)
           END-IF.
           IF xDemSsnTbl(nFoundSub) NOT NUMERIC
              DISPLAY 'WARNING - SSN IS NOT 9 DIGITS; THE W-2 '
                 'EXTRACT WILL FLAG IT.'
              DISPLAY 'REJECTED - EMPLOYEE NOT ON FILE.'
           END-IF.

       600-WRITE-JOURNAL. *> journal images keep the SSN's last four
           IF xJrnBefore NOT = SPACES
              MOVE 'XXXXX' TO xJrnBefore(5:5)
           END-IF.
           IF xJrnAfter NOT = SPACES
              MOVE 'XXXXX' TO xJrnAfter(5:5)
           END-IF.
           CALL "writeMaintJournal" USING xJrnFile xJrnKey
              xJrnAction xJrnBefore xJrnAfter.

       700-VIEW-DEMO.
           DISPLAY 'EMPLOYEE NUMBER TO VIEW? ' WITH NO ADVANCING.
           ACCEPT nKeyEmplIn.
           PERFORM 410-FIND-DEMO.
           IF xFoundFlag = 'y'
              CALL "maskSsn" USING xDemSsnTbl(nFoundSub) xSsnMasked
              DISPLAY 'EMPLOYEE ' nDemEmpTbl(nFoundSub)
                 '  SSN ' xSsnMasked
              DISPLAY '  ' xDemAddr1Tbl(nFoundSub)
              IF xDemAddr2Tbl(nFoundSub) NOT = SPACES
                 DISPLAY '  ' xDemAddr2Tbl(nFoundSub)
              END-IF
              DISPLAY '  ' xDemCityTbl(nFoundSub) ' '
                 xDemStateTbl(nFoundSub) ' ' xDemZipTbl(nFoundSub)
              IF xGrantResult = 'Y'
                 AND xDemSsnTbl(nFoundSub) NOT = SPACES
                 DISPLAY 'SHOW FULL SSN (LOGGED)? Y/N '
                    WITH NO ADVANCING
                 ACCEPT xSsnShowFull
                 IF xSsnShowFull = 'Y' OR xSsnShowFull = 'y'
                    CALL "logSsnAccess" USING xSsnProgram
                       nDemEmpTbl(nFoundSub) xSsnAction
                    DISPLAY '  FULL SSN ' xDemSsnTbl(nFoundSub)
                 END-IF
              END-IF
           ELSE
              DISPLAY 'REJECTED - EMPLOYEE NOT ON FILE.'
           END-IF.

       900-SAVE-DEMO.
           OPEN OUTPUT DEMOFILE.
           PERFORM 901-WRITE-DEMO VARYING nSearchSub FROM 1 BY 1
