       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-STMTS.
       AUTHOR. WYATT SHANAHAN.

      *> Financial statements off the general ledger, by the account
      *> types on GLChart.txt - an income statement of revenue (R)
      *> and expense (E) for the current month, the year to date,
      *> and the same month and year to date last year, and a
      *> balance sheet of assets (A), liabilities (L) and equity (Q)
      *> at the end of the month, with the year's earnings not yet
      *> closed carried into equity so the sheet proves assets equal
      *> liabilities plus equity.
      *> Accounts roll up into the summary groups of the statement
      *> layout, GLStmtLayout.txt (GL_LAYOUT_FILE) - a group code,
      *> its title and a from/to account range per line, in the
      *> order the groups print; a group may take several lines of
      *> ranges. An account in no range prints under UNGROUPED.
      *> GLST_PERIOD (YYYYMM) names the month - the month before the
      *> run date by default - and GLST_DETAIL Y lists the accounts
      *> above each group's total. Figures come from glbalance.cbl,
      *> which must be compiled in. Report on GL-statements.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CHARTFILE ASSIGN TO DYNAMIC
              XCHARTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHARTSTATUS.
           SELECT OPTIONAL LAYOUTFILE ASSIGN TO DYNAMIC
              XLAYOUTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XLAYOUTSTATUS.
           SELECT OPTIONAL BALFILE ASSIGN TO "GLBalances.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XBALSTATUS.
           SELECT RPTFILE ASSIGN TO "GL-statements.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CHARTFILE. *> chart of accounts
       01 XCHARTREC.
              05 XCHACCTIN         PIC X(6).
              05 XCHNAMEIN         PIC X(20).
              05 XCHTYPEIN         PIC X. *> A/L/Q/R/E

       FD LAYOUTFILE. *> statement layout - summary groups
       01 XLAYOUTREC.
              05 XLAYGROUPIN       PIC X(4).
              05 XLAYTITLEIN       PIC X(30).
              05 XLAYFROMIN        PIC X(6).
              05 XLAYTOIN          PIC X(6).

       FD BALFILE. *> GL-POST's layout - only the accounts are read
       01 XBALREC.
              05 XBALACCT          PIC X(6).
              05 NBALAMT           PIC S9(9)V99 SIGN IS TRAILING.
              05 XBALPERIOD        PIC X(6).

       FD RPTFILE.
       01 XRPTLINE              PIC X(100).

       WORKING-STORAGE SECTION.
              77 XCHARTFILENAME PIC X(100).
              77 XLAYOUTFILENAME PIC X(100).
              77 XCHARTSTATUS   PIC XX.
              77 XLAYOUTSTATUS  PIC XX.
              77 XBALSTATUS     PIC XX.
              77 XCHARTEOF      PIC X    VALUE 'N'.
              77 XLAYOUTEOF     PIC X    VALUE 'N'.
              77 XBALEOF        PIC X    VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80) VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20) VALUE "GL-STMTS".
              77 XAUDITEVENTSTART PIC X(8) VALUE "START".
              77 XAUDITEVENTEND PIC X(8)  VALUE "END".
              77 XEOJCODE       PIC X(8)  VALUE "CLEAN".
              77 XPARMPERIOD    PIC X(6) VALUE SPACES.
              77 XDETAIL        PIC X    VALUE 'N'.
              77 NSTPERIOD      PIC 9(6) VALUE 0.
              77 NLASTYEARPER   PIC 9(6) VALUE 0.
              77 NACCTCNT       PIC 9(3) VALUE 0.
              77 NACCTSUB       PIC 9(3) VALUE 0.
              77 NGRPCNT        PIC 9(3) VALUE 0.
              77 NGRPSUB        PIC 9(3) VALUE 0.
              77 NRANGECNT      PIC 9(3) VALUE 0.
              77 NRANGESUB      PIC 9(3) VALUE 0.
              77 NCOLSUB        PIC 9    VALUE 0.
              77 NGRPACCTS      PIC 9(3) VALUE 0.
              77 XSECTTYPE      PIC X    VALUE SPACE.
              77 XGLBMODE       PIC X    VALUE 'B'.
              77 NGLBPERIOD     PIC 9(6) VALUE 0.
              77 NGLBAMOUNT     PIC S9(9)V99 VALUE 0.
              77 NSIGN          PIC S9   VALUE 1.
              77 NEARNINGS      PIC S9(10)V99 VALUE 0.
              77 NTOTASSETS     PIC S9(10)V99 VALUE 0.
              77 NTOTLIAB       PIC S9(10)V99 VALUE 0.
              77 NTOTEQUITY     PIC S9(10)V99 VALUE 0.
              77 NPROOFDIFF     PIC S9(10)V99 VALUE 0.
              COPY "rundate-ws.cbl".

              01 XACCTTABLE. *> the chart, with each account's figures
                     05 XACCTELEMENT OCCURS 300 TIMES.
                            10 XACCTTBL    PIC X(6).
                            10 XACCTNAMETBL PIC X(20).
                            10 XACCTTYPETBL PIC X.
                            10 NACCTGRPTBL PIC 9(3).
                            10 NACCTAMTTBL PIC S9(9)V99 OCCURS 5.
                            *> 1 balance, 2 month, 3 year to date,
                            *> 4 month last year, 5 ytd last year

              01 XGROUPTABLE.
                     05 XGROUPELEMENT OCCURS 100 TIMES.
                            10 XGRPCODETBL  PIC X(4).
                            10 XGRPTITLETBL PIC X(30).

              01 XRANGETABLE.
                     05 XRANGEELEMENT OCCURS 200 TIMES.
                            10 XRNGFROMTBL  PIC X(6).
                            10 XRNGTOTBL    PIC X(6).
                            10 NRNGGRPTBL   PIC 9(3).

              01 XTOTALS.
                     05 NGRPTOT     PIC S9(10)V99 OCCURS 5.
                     05 NSECTTOT    PIC S9(10)V99 OCCURS 5.

              01 XPERIODWORK.
                     05 NPERWORKYY  PIC 9(4).
                     05 NPERWORKMM  PIC 99.
              01 NPERWORK REDEFINES XPERIODWORK PIC 9(6).

              01 XSTTITLE.
                     05 XESTTITLE   PIC X(20).
                     05 FILLER      PIC X(7)  VALUE 'PERIOD '.
                     05 NESTPER     PIC 9(6).
                     05 FILLER      PIC X(10) VALUE SPACES.
                     05 FILLER      PIC X(5)  VALUE 'RUN '.
                     05 NESTRUNDATE PIC 9999/99/99.

              01 XISHEADING.
                     05 FILLER   PIC X(34) VALUE SPACES.
                     05 FILLER   PIC X(16) VALUE '   CURRENT MONTH'.
                     05 FILLER   PIC X(16) VALUE '    YEAR TO DATE'.
                     05 FILLER   PIC X(16) VALUE ' LAST YEAR MONTH'.
                     05 FILLER   PIC X(16) VALUE '   LAST YEAR YTD'.

              01 XBSHEADING.
                     05 FILLER   PIC X(34) VALUE SPACES.
                     05 FILLER   PIC X(16) VALUE '         BALANCE'.

              01 XSTLINE.
                     05 XESTLABEL   PIC X(34).
                     05 XESTCOL OCCURS 4.
                            10 FILLER   PIC X.
                            10 NESTAMT  PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 200-INCOME-STATEMENT.
           PERFORM 300-BALANCE-SHEET.
           PERFORM 400-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'GLChart.txt' TO XCHARTFILENAME.
           ACCEPT XCHARTFILENAME FROM ENVIRONMENT 'GL_CHART_FILE'
              ON EXCEPTION
                 MOVE 'GLChart.txt' TO XCHARTFILENAME
           END-ACCEPT.
           MOVE 'GLStmtLayout.txt' TO XLAYOUTFILENAME.
           ACCEPT XLAYOUTFILENAME FROM ENVIRONMENT 'GL_LAYOUT_FILE'
              ON EXCEPTION
                 MOVE 'GLStmtLayout.txt' TO XLAYOUTFILENAME
           END-ACCEPT.
           ACCEPT XDETAIL FROM ENVIRONMENT 'GLST_DETAIL'
              ON EXCEPTION MOVE 'N' TO XDETAIL
           END-ACCEPT.
      *> the default is the month before the run date - the month
      *> just finished
           COMPUTE NPERWORK = nRunDate / 100.
           IF NPERWORKMM = 1
              SUBTRACT 1 FROM NPERWORKYY
              MOVE 12 TO NPERWORKMM
           ELSE
              SUBTRACT 1 FROM NPERWORKMM
           END-IF.
           MOVE NPERWORK TO NSTPERIOD.
           ACCEPT XPARMPERIOD FROM ENVIRONMENT 'GLST_PERIOD'
              ON EXCEPTION MOVE SPACES TO XPARMPERIOD
           END-ACCEPT.
           IF XPARMPERIOD NOT = SPACES
              IF XPARMPERIOD IS NUMERIC
                 AND XPARMPERIOD(5:2) >= '01'
                 AND XPARMPERIOD(5:2) <= '12'
                 MOVE XPARMPERIOD TO NSTPERIOD
              ELSE
                 DISPLAY 'GLST_PERIOD ' XPARMPERIOD
                    ' IS NOT A YYYYMM MONTH.'
                 MOVE "aborted - bad GLST_PERIOD" TO XAUDITDETAIL
                 PERFORM 900-ABORT
              END-IF
           END-IF.
           COMPUTE NLASTYEARPER = NSTPERIOD - 100.
           OPEN INPUT CHARTFILE.
           IF XCHARTSTATUS NOT = '00'
              DISPLAY 'NO CHART OF ACCOUNTS - THE STATEMENTS NEED THE '
                 'ACCOUNT TYPES.'
              MOVE "aborted - no chart of accounts" TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.
           PERFORM 110-READ-CHART UNTIL XCHARTEOF = 'Y'.
           CLOSE CHARTFILE.
           OPEN INPUT LAYOUTFILE.
           IF XLAYOUTSTATUS = '00'
              PERFORM 120-READ-LAYOUT UNTIL XLAYOUTEOF = 'Y'
           ELSE
              DISPLAY 'NO STATEMENT LAYOUT - EVERY ACCOUNT PRINTS '
                 'UNGROUPED.'
              MOVE "WARNING" TO XEOJCODE
           END-IF.
           CLOSE LAYOUTFILE.
           PERFORM 130-CHECK-LEDGER.
           PERFORM 140-LOAD-FIGURES VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT.
           MOVE SPACES TO XSTLINE.
           OPEN OUTPUT RPTFILE.

       110-READ-CHART.
           READ CHARTFILE
              AT END
                 MOVE 'Y' TO XCHARTEOF,
              NOT AT END
                 IF NACCTCNT < 300
                    ADD 1 TO NACCTCNT
                    MOVE XCHACCTIN TO XACCTTBL(NACCTCNT)
                    MOVE XCHNAMEIN TO XACCTNAMETBL(NACCTCNT)
                    MOVE XCHTYPEIN TO XACCTTYPETBL(NACCTCNT)
                 END-IF,
           END-READ.

       120-READ-LAYOUT. *> a group's first line names it; later
          *> lines for the same code only add ranges
           READ LAYOUTFILE
              AT END
                 MOVE 'Y' TO XLAYOUTEOF,
              NOT AT END
                 PERFORM VARYING NGRPSUB FROM 1 BY 1
                    UNTIL NGRPSUB > NGRPCNT
                    OR XGRPCODETBL(NGRPSUB) = XLAYGROUPIN
                    CONTINUE
                 END-PERFORM
                 IF NGRPSUB > NGRPCNT AND NGRPCNT < 99
                    ADD 1 TO NGRPCNT
                    MOVE XLAYGROUPIN TO XGRPCODETBL(NGRPCNT)
                    MOVE XLAYTITLEIN TO XGRPTITLETBL(NGRPCNT)
                 END-IF
                 IF NGRPSUB <= NGRPCNT AND NRANGECNT < 200
                    ADD 1 TO NRANGECNT
                    MOVE XLAYFROMIN TO XRNGFROMTBL(NRANGECNT)
                    MOVE XLAYTOIN TO XRNGTOTBL(NRANGECNT)
                    MOVE NGRPSUB TO NRNGGRPTBL(NRANGECNT)
                 END-IF,
           END-READ.

       130-CHECK-LEDGER. *> an account posted to but missing from
          *> the chart has no type and cannot be placed
           OPEN INPUT BALFILE.
           IF XBALSTATUS = '00'
              PERFORM 131-READ-BALANCE UNTIL XBALEOF = 'Y'
           END-IF.
           CLOSE BALFILE.

       131-READ-BALANCE.
           READ BALFILE
              AT END
                 MOVE 'Y' TO XBALEOF,
              NOT AT END
                 PERFORM VARYING NACCTSUB FROM 1 BY 1
                    UNTIL NACCTSUB > NACCTCNT
                    OR XACCTTBL(NACCTSUB) = XBALACCT
                    CONTINUE
                 END-PERFORM
                 IF NACCTSUB > NACCTCNT AND NACCTCNT < 300
                    ADD 1 TO NACCTCNT
                    MOVE XBALACCT TO XACCTTBL(NACCTCNT)
                    MOVE 'NOT ON CHART' TO XACCTNAMETBL(NACCTCNT)
                    MOVE SPACE TO XACCTTYPETBL(NACCTCNT)
                    DISPLAY 'ACCOUNT ' XBALACCT ' IS ON THE LEDGER '
                       'BUT NOT THE CHART - LEFT OFF THE STATEMENTS.'
                    MOVE "WARNING" TO XEOJCODE
                 END-IF,
           END-READ.

       140-LOAD-FIGURES. *> debits positive, as the ledger keeps them
           MOVE 0 TO NACCTGRPTBL(NACCTSUB).
           PERFORM VARYING NRANGESUB FROM 1 BY 1
              UNTIL NRANGESUB > NRANGECNT
              OR NACCTGRPTBL(NACCTSUB) > 0
              IF XACCTTBL(NACCTSUB) >= XRNGFROMTBL(NRANGESUB)
                 AND XACCTTBL(NACCTSUB) <= XRNGTOTBL(NRANGESUB)
                 MOVE NRNGGRPTBL(NRANGESUB) TO NACCTGRPTBL(NACCTSUB)
              END-IF
           END-PERFORM.
           IF NACCTGRPTBL(NACCTSUB) = 0
              COMPUTE NACCTGRPTBL(NACCTSUB) = NGRPCNT + 1
           END-IF.
           MOVE 'B' TO XGLBMODE.
           MOVE NSTPERIOD TO NGLBPERIOD.
           PERFORM 145-GET-FIGURE.
           MOVE NGLBAMOUNT TO NACCTAMTTBL(NACCTSUB, 1).
           MOVE 'M' TO XGLBMODE.
           PERFORM 145-GET-FIGURE.
           MOVE NGLBAMOUNT TO NACCTAMTTBL(NACCTSUB, 2).
           MOVE 'Y' TO XGLBMODE.
           PERFORM 145-GET-FIGURE.
           MOVE NGLBAMOUNT TO NACCTAMTTBL(NACCTSUB, 3).
           MOVE NLASTYEARPER TO NGLBPERIOD.
           MOVE 'M' TO XGLBMODE.
           PERFORM 145-GET-FIGURE.
           MOVE NGLBAMOUNT TO NACCTAMTTBL(NACCTSUB, 4).
           MOVE 'Y' TO XGLBMODE.
           PERFORM 145-GET-FIGURE.
           MOVE NGLBAMOUNT TO NACCTAMTTBL(NACCTSUB, 5).
      *> earnings not yet closed to retained earnings belong in equity
           IF XACCTTYPETBL(NACCTSUB) = 'R'
              OR XACCTTYPETBL(NACCTSUB) = 'E'
              SUBTRACT NACCTAMTTBL(NACCTSUB, 1) FROM NEARNINGS
           END-IF.

       145-GET-FIGURE.
           CALL "glBalanceFor" USING XACCTTBL(NACCTSUB) NGLBPERIOD
              XGLBMODE NGLBAMOUNT.

      *> ==============================================================
      *> INCOME STATEMENT - revenue and expense, four columns
      *> ==============================================================
       200-INCOME-STATEMENT.
           MOVE 'INCOME STATEMENT' TO XESTTITLE.
           PERFORM 510-PRINT-TITLE.
           MOVE XISHEADING TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 2 LINES.
           MOVE 'R' TO XSECTTYPE.
           MOVE 'REVENUE' TO XESTLABEL.
           PERFORM 500-PRINT-SECTION.
           PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
              MOVE NSECTTOT(NCOLSUB + 1) TO NESTAMT(NCOLSUB)
           END-PERFORM.
           MOVE 'TOTAL REVENUE' TO XESTLABEL.
           PERFORM 530-PRINT-LINE.
           MOVE 'E' TO XSECTTYPE.
           MOVE 'EXPENSES' TO XESTLABEL.
           PERFORM 500-PRINT-SECTION.
           PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
              MOVE NSECTTOT(NCOLSUB + 1) TO NESTAMT(NCOLSUB)
           END-PERFORM.
           MOVE 'TOTAL EXPENSES' TO XESTLABEL.
           PERFORM 530-PRINT-LINE.
      *> net income - revenue (credit) less expense (debit)
           PERFORM VARYING NCOLSUB FROM 2 BY 1 UNTIL NCOLSUB > 5
              MOVE 0 TO NGRPTOT(NCOLSUB)
              PERFORM VARYING NACCTSUB FROM 1 BY 1
                 UNTIL NACCTSUB > NACCTCNT
                 IF XACCTTYPETBL(NACCTSUB) = 'R'
                    OR XACCTTYPETBL(NACCTSUB) = 'E'
                    SUBTRACT NACCTAMTTBL(NACCTSUB, NCOLSUB)
                       FROM NGRPTOT(NCOLSUB)
                 END-IF
              END-PERFORM
              MOVE NGRPTOT(NCOLSUB) TO NESTAMT(NCOLSUB - 1)
           END-PERFORM.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE 'NET INCOME' TO XESTLABEL.
           PERFORM 530-PRINT-LINE.

      *> ==============================================================
      *> BALANCE SHEET - at the end of the period, proved
      *> ==============================================================
       300-BALANCE-SHEET.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 2 LINES.
           MOVE 'BALANCE SHEET' TO XESTTITLE.
           PERFORM 510-PRINT-TITLE.
           MOVE XBSHEADING TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 2 LINES.
           MOVE 'A' TO XSECTTYPE.
           MOVE 'ASSETS' TO XESTLABEL.
           PERFORM 500-PRINT-SECTION.
           MOVE NSECTTOT(1) TO NTOTASSETS.
           MOVE 'TOTAL ASSETS' TO XESTLABEL.
           PERFORM 540-PRINT-BALANCE.
           MOVE 'L' TO XSECTTYPE.
           MOVE 'LIABILITIES' TO XESTLABEL.
           PERFORM 500-PRINT-SECTION.
           MOVE NSECTTOT(1) TO NTOTLIAB.
           MOVE 'TOTAL LIABILITIES' TO XESTLABEL.
           PERFORM 540-PRINT-BALANCE.
           MOVE 'Q' TO XSECTTYPE.
           MOVE 'EQUITY' TO XESTLABEL.
           PERFORM 500-PRINT-SECTION.
           MOVE SPACES TO XSTLINE.
           MOVE '  CURRENT YEAR EARNINGS' TO XESTLABEL.
           MOVE NEARNINGS TO NESTAMT(1).
           MOVE XSTLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           COMPUTE NTOTEQUITY = NSECTTOT(1) + NEARNINGS.
           MOVE NTOTEQUITY TO NSECTTOT(1).
           MOVE 'TOTAL EQUITY' TO XESTLABEL.
           PERFORM 540-PRINT-BALANCE.
           COMPUTE NSECTTOT(1) = NTOTLIAB + NTOTEQUITY.
           MOVE 'TOTAL LIABILITIES AND EQUITY' TO XESTLABEL.
           PERFORM 540-PRINT-BALANCE.
           COMPUTE NPROOFDIFF = NTOTASSETS - NTOTLIAB - NTOTEQUITY.
           MOVE SPACES TO XRPTLINE.
           IF NPROOFDIFF = 0
              MOVE 'ASSETS EQUAL LIABILITIES PLUS EQUITY - IN PROOF.'
                 TO XRPTLINE
              DISPLAY 'BALANCE SHEET IN PROOF FOR ' NSTPERIOD '.'
           ELSE
              MOVE 'ASSETS DO NOT EQUAL LIABILITIES PLUS EQUITY - '
                 TO XRPTLINE
              MOVE 'OUT OF PROOF. RUN GL-TRIALBAL.' TO XRPTLINE(47:)
              DISPLAY 'BALANCE SHEET OUT OF PROOF FOR ' NSTPERIOD
                 ' - RUN GL-TRIALBAL.'
              MOVE "FAILED" TO XEOJCODE
           END-IF.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       400-TERMINATE.
           CLOSE RPTFILE.
           STRING "period " NSTPERIOD " accounts " NACCTCNT
              DELIMITED BY SIZE INTO XAUDITDETAIL.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.

      *> ==============================================================
      *> one section - its heading in XESTLABEL, its account type in
      *> XSECTTYPE; group lines in layout order, ungrouped last
      *> ==============================================================
       500-PRINT-SECTION.
           IF XSECTTYPE = 'A' OR XSECTTYPE = 'E'
              MOVE 1 TO NSIGN
           ELSE
              MOVE -1 TO NSIGN
           END-IF.
           MOVE XESTLABEL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 5
              MOVE 0 TO NSECTTOT(NCOLSUB)
           END-PERFORM.
           PERFORM 520-PRINT-GROUP VARYING NGRPSUB FROM 1 BY 1
              UNTIL NGRPSUB > NGRPCNT + 1.

       510-PRINT-TITLE.
           MOVE NSTPERIOD TO NESTPER.
           MOVE nRunDate TO NESTRUNDATE.
           MOVE XSTTITLE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 2 LINES.

       520-PRINT-GROUP.
           MOVE 0 TO NGRPACCTS.
           PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 5
              MOVE 0 TO NGRPTOT(NCOLSUB)
           END-PERFORM.
           PERFORM 525-ADD-ACCOUNT VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT.
           IF NGRPACCTS > 0
              MOVE SPACES TO XESTLABEL
              IF NGRPSUB > NGRPCNT
                 MOVE '  UNGROUPED' TO XESTLABEL
              ELSE
                 MOVE XGRPTITLETBL(NGRPSUB) TO XESTLABEL(3:)
              END-IF
              PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 5
                 ADD NGRPTOT(NCOLSUB) TO NSECTTOT(NCOLSUB)
              END-PERFORM
              IF XSECTTYPE = 'R' OR XSECTTYPE = 'E'
                 PERFORM VARYING NCOLSUB FROM 1 BY 1
                    UNTIL NCOLSUB > 4
                    MOVE NGRPTOT(NCOLSUB + 1) TO NESTAMT(NCOLSUB)
                 END-PERFORM
                 PERFORM 530-PRINT-LINE
              ELSE
                 PERFORM 545-PRINT-GROUP-BALANCE
              END-IF
           END-IF.

       525-ADD-ACCOUNT. *> shown the way the statement reads it -
          *> credits positive on the credit side of the ledger
           IF XACCTTYPETBL(NACCTSUB) = XSECTTYPE
              AND NACCTGRPTBL(NACCTSUB) = NGRPSUB
              ADD 1 TO NGRPACCTS
              PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 5
                 COMPUTE NGRPTOT(NCOLSUB) = NGRPTOT(NCOLSUB)
                    + NACCTAMTTBL(NACCTSUB, NCOLSUB) * NSIGN
              END-PERFORM
              IF XDETAIL = 'Y'
                 MOVE SPACES TO XSTLINE
                 MOVE XACCTTBL(NACCTSUB) TO XESTLABEL(5:6)
                 MOVE XACCTNAMETBL(NACCTSUB) TO XESTLABEL(13:20)
                 IF XSECTTYPE = 'R' OR XSECTTYPE = 'E'
                    PERFORM VARYING NCOLSUB FROM 1 BY 1
                       UNTIL NCOLSUB > 4
                       COMPUTE NESTAMT(NCOLSUB) =
                          NACCTAMTTBL(NACCTSUB, NCOLSUB + 1) * NSIGN
                    END-PERFORM
                 ELSE
                    COMPUTE NESTAMT(1) =
                       NACCTAMTTBL(NACCTSUB, 1) * NSIGN
                 END-IF
                 MOVE XSTLINE TO XRPTLINE
                 WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.

       530-PRINT-LINE. *> label and four columns already moved
           MOVE XSTLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XSTLINE.

       540-PRINT-BALANCE. *> a section total - balance column only
           MOVE SPACES TO XSTLINE(35:).
           MOVE NSECTTOT(1) TO NESTAMT(1).
           PERFORM 530-PRINT-LINE.

       545-PRINT-GROUP-BALANCE.
           MOVE SPACES TO XSTLINE(35:).
           MOVE NGRPTOT(1) TO NESTAMT(1).
           PERFORM 530-PRINT-LINE.

       900-ABORT.
           CALL "writeAuditLog" USING XAUDITPROGNAME
              XAUDITEVENTEND XAUDITDETAIL.
           MOVE "FAILED" TO XEOJCODE.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
           STOP RUN.
