       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDRPT.
       AUTHOR. WYATT SHANAHAN.

      *> Budget versus actual by department. The budget comes from
      *> GLBudget.txt (GL_BUDGET_FILE, kept by GL-BUDGET) and the
      *> actuals from GLPostings.txt, where GL-POST tags every line
      *> with the department off its extract - the month's activity
      *> and the year to date through the month, opening balances and
      *> the year-end closing entries left out. Each account's total
      *> is proved back to the ledger balances through glbalance.cbl,
      *> which must be compiled in; a difference is a WARNING.
      *> For every department on Departments.txt (DEPT_REF_FILE) the
      *> revenue, expense and any other budgeted accounts print in
      *> chart order with the month and year to date actual, budget,
      *> variance and variance percent. Amounts read the way the
      *> account runs - income on revenue, spending on expense - and
      *> a line is flagged when it is unfavorable by more than
      *> GLBV_TOLERANCE percent of budget (10 by default), or has
      *> unfavorable actuals against no budget at all.
      *> GLBV_PERIOD (YYYYMM) names the month - the month before the
      *> run date by default. Report on GL-budget-report.txt; with
      *> GLBV_BURST Y each department's pages also go to their own
      *> GL-budget-dept<n>.txt for its manager, the way the payroll
      *> register is burst, logged on GL-budget-burst-log.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CHARTFILE ASSIGN TO DYNAMIC
              XCHARTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHARTSTATUS.
           SELECT OPTIONAL BUDFILE ASSIGN TO DYNAMIC XBUDFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XBUDSTATUS.
           SELECT OPTIONAL DEPTREFFILE ASSIGN TO DYNAMIC
              XDEPTREFFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XDEPTREFSTATUS.
           SELECT OPTIONAL POSTLOG ASSIGN TO "GLPostings.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPOSTSTATUS.
           SELECT RPTFILE ASSIGN TO "GL-budget-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BURSTFILE ASSIGN TO DYNAMIC XBURSTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOGFILE ASSIGN TO "GL-budget-burst-log.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CHARTFILE. *> chart of accounts
       01 XCHARTREC.
              05 XCHACCTIN         PIC X(6).
              05 XCHNAMEIN         PIC X(20).
              05 XCHTYPEIN         PIC X. *> A/L/Q/R/E

       FD BUDFILE. *> GL-BUDGET's layout
       01 XBUDREC.
              05 NBUDYEARIN        PIC 9(4).
              05 XBUDACCTIN        PIC X(6).
              05 NBUDDEPTIN        PIC 9.
              05 NBUDAMTIN         PIC S9(7)V99 SIGN IS TRAILING
                                   OCCURS 12 TIMES.

       FD DEPTREFFILE. *> department reference (REF-MAINT) - name
          *> and the manager who signs for the department
       01 XDEPTREFREC.
              05 NDPTNUMIN         PIC 9.
              05 XDPTNAMEIN        PIC X(20).
              05 XDPTMGRIN         PIC X(20).
              05 XDPTMGRUSERIN     PIC X(16).

       FD POSTLOG. *> GL-POST's layout
       01 XPOSTLOGREC.
              05 NPLOGDATE         PIC 9(8).
              05 XPLOGBATCH        PIC X(44).
              05 XPLOGACCT         PIC X(6).
              05 XPLOGDRCR         PIC X.
              05 NPLOGAMT          PIC S9(7)V99 SIGN IS TRAILING.
              05 XPLOGDESC         PIC X(16).
              05 XPLOGPERIOD       PIC X(6). *> spaces before periods
              05 NPLOGPERIOD REDEFINES XPLOGPERIOD PIC 9(6).
              05 XPLOGDEPT         PIC X. *> space before departments
              05 NPLOGDEPT REDEFINES XPLOGDEPT PIC 9.

       FD RPTFILE.
       01 XRPTLINE              PIC X(150).

       FD BURSTFILE.
       01 XBURSTLINE            PIC X(150).

       FD LOGFILE.
       01 XLOGLINE              PIC X(110).

       WORKING-STORAGE SECTION.
              77 XCHARTFILENAME PIC X(100).
              77 XBUDFILENAME   PIC X(100).
              77 XDEPTREFFILENAME PIC X(100).
              77 XBURSTFILENAME PIC X(100).
              77 XCHARTSTATUS   PIC XX.
              77 XBUDSTATUS     PIC XX.
              77 XDEPTREFSTATUS PIC XX.
              77 XPOSTSTATUS    PIC XX.
              77 XCHARTEOF      PIC X    VALUE 'N'.
              77 XBUDEOF        PIC X    VALUE 'N'.
              77 XDEPTREFEOF    PIC X    VALUE 'N'.
              77 XPOSTEOF       PIC X    VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80) VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20) VALUE "GL-BUDRPT".
              77 XAUDITEVENTSTART PIC X(8) VALUE "START".
              77 XAUDITEVENTEND PIC X(8)  VALUE "END".
              77 XEOJCODE       PIC X(8)  VALUE "CLEAN".
              77 XPARMPERIOD    PIC X(6)  VALUE SPACES.
              77 XPARMTOL       PIC X(6)  VALUE SPACES.
              77 XBURST         PIC X     VALUE 'N'.
              77 XBURSTOPEN     PIC X     VALUE 'N'.
              77 NBVPERIOD      PIC 9(6)  VALUE 0.
              77 NBVYEAR        PIC 9(4)  VALUE 0.
              77 NBVMONTH       PIC 99    VALUE 0.
              77 NTOLERANCE     PIC 999V9 VALUE 10.
              77 NACCTCNT       PIC 9(3)  VALUE 0.
              77 NACCTSUB       PIC 9(3)  VALUE 0.
              77 NLINECNT       PIC 9(4)  VALUE 0.
              77 NLINESUB       PIC 9(4)  VALUE 0.
              77 NMONTHSUB      PIC 99    VALUE 0.
              77 NCOLSUB        PIC 9     VALUE 0.
              77 NDEPTSUB       PIC 99    VALUE 0.
              77 NREFSUB        PIC 99    VALUE 0.
              77 NSECTSUB       PIC 9     VALUE 0.
              77 NSECTLINES     PIC 9(4)  VALUE 0.
              77 NDEPTLINES     PIC 9(4)  VALUE 0.
              77 NDEPTSPRINTED  PIC 99    VALUE 0.
              77 NFILESCNT      PIC 99    VALUE 0.
              77 NFLAGCNT       PIC 9(4)  VALUE 0.
              77 NPOSTCNT       PIC 9(6)  VALUE 0.
              77 NDIFFCNT       PIC 9(3)  VALUE 0.
              77 NRAWAMT        PIC S9(9)V99 VALUE 0.
              77 NSIGN          PIC S9    VALUE 1.
              77 XFAVSIDE       PIC X     VALUE 'D'.
              77 XGLBMODE       PIC X     VALUE 'M'.
              77 NGLBAMOUNT     PIC S9(9)V99 VALUE 0.
              77 NBVVAR         PIC S9(10)V99 VALUE 0.
              77 NBVPCT         PIC S9(6)V9 VALUE 0.
              77 XUNFAVORABLE   PIC X     VALUE 'N'.
              COPY "rundate-ws.cbl".

              01 XACCTTABLE. *> the chart, with what was posted
                     05 XACCTELEMENT OCCURS 300 TIMES.
                            10 XACCTTBL     PIC X(6).
                            10 XACCTNAMETBL PIC X(20).
                            10 XACCTTYPETBL PIC X.
                            10 NACCTPOSTTBL PIC S9(9)V99 OCCURS 2.
                            *> 1 month, 2 year to date - debits
                            *> positive, as the ledger keeps them

              01 XLINETABLE. *> one per account and department
                     05 XLINEELEMENT OCCURS 2000 TIMES.
                            10 NLNACCTSUB   PIC 9(3).
                            10 NLNDEPT      PIC 9.
                            10 NLNAMT       PIC S9(9)V99 OCCURS 4.
                            *> 1 month actual (debits positive),
                            *> 2 month budget, 3 ytd actual,
                            *> 4 ytd budget

              01 XDEPTREFTABLE.
                     05 XDEPTREFELEMENT OCCURS 9 TIMES.
                            10 XDPTNAMETBL  PIC X(20).
                            10 XDPTMGRTBL   PIC X(20).

              01 XBVAMOUNTS. *> the line being printed - natural sign
                     05 NBVAMT      PIC S9(10)V99 OCCURS 4.

              01 XTOTALS. *> 1 revenue, 2 expense, 3 other - the four
                 *> amounts of XBVAMOUNTS, for the department and the
                 *> whole report
                     05 XSECTELEMENT OCCURS 3.
                            10 NDEPTTOT     PIC S9(10)V99 OCCURS 4.
                            10 NGRANDTOT    PIC S9(10)V99 OCCURS 4.

              01 XSECTTYPES        PIC X(3) VALUE 'REO'.
              01 XSECTTYPE REDEFINES XSECTTYPES PIC X OCCURS 3.

              01 XPERIODWORK.
                     05 NPERWORKYY  PIC 9(4).
                     05 NPERWORKMM  PIC 99.
              01 NPERWORK REDEFINES XPERIODWORK PIC 9(6).

              01 XBVTITLE.
                     05 FILLER      PIC X(28)
                                    VALUE 'BUDGET VERSUS ACTUAL'.
                     05 FILLER      PIC X(7)  VALUE 'PERIOD '.
                     05 NEBVPER     PIC 9(6).
                     05 FILLER      PIC X(14) VALUE '   TOLERANCE '.
                     05 NEBVTOL     PIC ZZ9.9.
                     05 FILLER      PIC X(8)  VALUE '%'.
                     05 FILLER      PIC X(4)  VALUE 'RUN '.
                     05 NEBVRUNDATE PIC 9999/99/99.

              01 XDEPTHEADER.
                     05 FILLER      PIC X(11) VALUE 'DEPARTMENT '.
                     05 NEHDRDEPT   PIC 9.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEHDRNAME   PIC X(20).
                     05 FILLER      PIC X(10) VALUE '  MANAGER '.
                     05 XEHDRMGR    PIC X(20).

              01 XBVHEADING1.
                     05 FILLER   PIC X(28) VALUE SPACES.
                     05 FILLER   PIC X(24) VALUE ALL '-'.
                     05 FILLER   PIC X(7)  VALUE ' MONTH '.
                     05 FILLER   PIC X(22) VALUE ALL '-'.
                     05 FILLER   PIC X(22) VALUE ALL '-'.
                     05 FILLER   PIC X(14) VALUE ' YEAR TO DATE '.
                     05 FILLER   PIC X(17) VALUE ALL '-'.

              01 XBVHEADING2.
                     05 FILLER   PIC X(28) VALUE 'ACCOUNT'.
                     05 XEHEADCOLS OCCURS 2.
                        10 FILLER PIC X(15) VALUE '         ACTUAL'.
                        10 FILLER PIC X(15) VALUE '         BUDGET'.
                        10 FILLER PIC X(15) VALUE '       VARIANCE'.
                        10 FILLER PIC X(8)  VALUE '   VAR%'.
                     05 FILLER   PIC X(6)  VALUE '  FLAG'.

              01 XBVLINE.
                     05 XEBVLABEL   PIC X(28).
                     05 XEBVCOL OCCURS 2.
                            10 FILLER   PIC X.
                            10 NEBVACT  PIC ZZ,ZZZ,ZZ9.99-.
                            10 FILLER   PIC X.
                            10 NEBVBUD  PIC ZZ,ZZZ,ZZ9.99-.
                            10 FILLER   PIC X.
                            10 NEBVVAR  PIC ZZ,ZZZ,ZZ9.99-.
                            10 FILLER   PIC X.
                            10 XEBVPCT  PIC X(7).
                            10 NEBVPCT REDEFINES XEBVPCT
                                        PIC ZZZ9.9-.
                     05 FILLER      PIC XX.
                     05 XEBVFLAG    PIC X(3) OCCURS 2.

              01 XLOGDETAIL.
                     05 XLOGFILE    PIC X(30).
                     05 FILLER      PIC X(6)  VALUE ' DEPT '.
                     05 NELOGDEPT   PIC 9.
                     05 FILLER      PIC X(5)  VALUE ' FOR '.
                     05 XLOGMGR     PIC X(20).
                     05 NELOGLINES  PIC ZZZ9.
                     05 FILLER      PIC X(14) VALUE ' account lines'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 200-LOAD-ACTUALS.
           PERFORM 250-PROVE-LEDGER VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT.
           PERFORM 300-PRINT-DEPT VARYING NDEPTSUB FROM 0 BY 1
              UNTIL NDEPTSUB > 9.
           PERFORM 350-PRINT-GRAND-TOTAL.
           PERFORM 400-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'GLChart.txt' TO XCHARTFILENAME.
           ACCEPT XCHARTFILENAME FROM ENVIRONMENT 'GL_CHART_FILE'
              ON EXCEPTION
                 MOVE 'GLChart.txt' TO XCHARTFILENAME
           END-ACCEPT.
           MOVE 'GLBudget.txt' TO XBUDFILENAME.
           ACCEPT XBUDFILENAME FROM ENVIRONMENT 'GL_BUDGET_FILE'
              ON EXCEPTION
                 MOVE 'GLBudget.txt' TO XBUDFILENAME
           END-ACCEPT.
           MOVE 'Departments.txt' TO XDEPTREFFILENAME.
           ACCEPT XDEPTREFFILENAME FROM ENVIRONMENT 'DEPT_REF_FILE'
              ON EXCEPTION
                 MOVE 'Departments.txt' TO XDEPTREFFILENAME
           END-ACCEPT.
           ACCEPT XBURST FROM ENVIRONMENT 'GLBV_BURST'
              ON EXCEPTION MOVE 'N' TO XBURST
           END-ACCEPT.
           IF XBURST = 'y'
              MOVE 'Y' TO XBURST
           END-IF.
           ACCEPT XPARMTOL FROM ENVIRONMENT 'GLBV_TOLERANCE'
              ON EXCEPTION MOVE SPACES TO XPARMTOL
           END-ACCEPT.
           IF XPARMTOL NOT = SPACES
              AND FUNCTION TEST-NUMVAL(XPARMTOL) = 0
              COMPUTE NTOLERANCE = FUNCTION NUMVAL(XPARMTOL)
           END-IF.
      *> the default is the month before the run date - the month
      *> just finished
           COMPUTE NPERWORK = nRunDate / 100.
           IF NPERWORKMM = 1
              SUBTRACT 1 FROM NPERWORKYY
              MOVE 12 TO NPERWORKMM
           ELSE
              SUBTRACT 1 FROM NPERWORKMM
           END-IF.
           MOVE NPERWORK TO NBVPERIOD.
           ACCEPT XPARMPERIOD FROM ENVIRONMENT 'GLBV_PERIOD'
              ON EXCEPTION MOVE SPACES TO XPARMPERIOD
           END-ACCEPT.
           IF XPARMPERIOD NOT = SPACES
              IF XPARMPERIOD IS NUMERIC
                 AND XPARMPERIOD(5:2) >= '01'
                 AND XPARMPERIOD(5:2) <= '12'
                 MOVE XPARMPERIOD TO NBVPERIOD
              ELSE
                 DISPLAY 'GLBV_PERIOD ' XPARMPERIOD
                    ' IS NOT A YYYYMM MONTH.'
                 MOVE "aborted - bad GLBV_PERIOD" TO XAUDITDETAIL
                 PERFORM 900-ABORT
              END-IF
           END-IF.
           MOVE NBVPERIOD TO NPERWORK.
           MOVE NPERWORKYY TO NBVYEAR.
           MOVE NPERWORKMM TO NBVMONTH.
           OPEN INPUT CHARTFILE.
           IF XCHARTSTATUS NOT = '00'
              DISPLAY 'NO CHART OF ACCOUNTS - THE REPORT NEEDS THE '
                 'ACCOUNT TYPES.'
              MOVE "aborted - no chart of accounts" TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.
           PERFORM 110-READ-CHART UNTIL XCHARTEOF = 'Y'.
           CLOSE CHARTFILE.
           PERFORM VARYING NREFSUB FROM 1 BY 1 UNTIL NREFSUB > 9
              MOVE SPACES TO XDPTNAMETBL(NREFSUB)
              MOVE SPACES TO XDPTMGRTBL(NREFSUB)
           END-PERFORM.
           PERFORM VARYING NSECTSUB FROM 1 BY 1 UNTIL NSECTSUB > 3
              PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
                 MOVE 0 TO NGRANDTOT(NSECTSUB, NCOLSUB)
              END-PERFORM
           END-PERFORM.
           OPEN INPUT DEPTREFFILE.
           IF XDEPTREFSTATUS = '00'
              PERFORM 120-READ-DEPT-REF UNTIL XDEPTREFEOF = 'Y'
           END-IF.
           CLOSE DEPTREFFILE.
           OPEN INPUT BUDFILE.
           IF XBUDSTATUS = '00'
              PERFORM 130-READ-BUDGET UNTIL XBUDEOF = 'Y'
           ELSE
              DISPLAY 'NO BUDGET FILE - ACTUALS ONLY.'
              MOVE "WARNING" TO XEOJCODE
           END-IF.
           CLOSE BUDFILE.
           MOVE SPACES TO XBVLINE.
           OPEN OUTPUT RPTFILE.
           IF XBURST = 'Y'
              OPEN OUTPUT LOGFILE
           END-IF.
           MOVE NBVPERIOD TO NEBVPER.
           MOVE NTOLERANCE TO NEBVTOL.
           MOVE nRunDate TO NEBVRUNDATE.
           MOVE XBVTITLE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 2 LINES.

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
                    MOVE 0 TO NACCTPOSTTBL(NACCTCNT, 1)
                    MOVE 0 TO NACCTPOSTTBL(NACCTCNT, 2)
                 END-IF,
           END-READ.

       120-READ-DEPT-REF.
           READ DEPTREFFILE
              AT END
                 MOVE 'Y' TO XDEPTREFEOF,
              NOT AT END
                 IF NDPTNUMIN >= 1
                    MOVE XDPTNAMEIN TO XDPTNAMETBL(NDPTNUMIN)
                    MOVE XDPTMGRIN TO XDPTMGRTBL(NDPTNUMIN)
                 END-IF,
           END-READ.

       130-READ-BUDGET. *> this year's lines - the month and the
          *> months through it
           READ BUDFILE
              AT END
                 MOVE 'Y' TO XBUDEOF,
              NOT AT END
                 IF NBUDYEARIN = NBVYEAR
                    PERFORM 140-FIND-ACCOUNT
                    IF NACCTSUB > NACCTCNT
                       DISPLAY 'BUDGET FOR ACCOUNT ' XBUDACCTIN
                          ' IS NOT ON THE CHART - LEFT OFF.'
                       MOVE "WARNING" TO XEOJCODE
                    ELSE
                       MOVE NBUDDEPTIN TO NLNDEPT(NLINECNT + 1)
                       PERFORM 150-FIND-LINE
                       IF NLINESUB > 0
                          ADD NBUDAMTIN(NBVMONTH)
                             TO NLNAMT(NLINESUB, 2)
                          PERFORM VARYING NMONTHSUB FROM 1 BY 1
                             UNTIL NMONTHSUB > NBVMONTH
                             ADD NBUDAMTIN(NMONTHSUB)
                                TO NLNAMT(NLINESUB, 4)
                          END-PERFORM
                       END-IF
                    END-IF
                 END-IF,
           END-READ.

       140-FIND-ACCOUNT. *> account in XBUDACCTIN - NACCTSUB past the
          *> end when it is not on the chart
           PERFORM VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT
              OR XACCTTBL(NACCTSUB) = XBUDACCTIN
              CONTINUE
           END-PERFORM.

       150-FIND-LINE. *> NACCTSUB and the department staged in the
          *> next free slot - a new line is added; NLINESUB 0 when
          *> the table is full
           PERFORM VARYING NLINESUB FROM 1 BY 1
              UNTIL NLINESUB > NLINECNT
              OR (NLNACCTSUB(NLINESUB) = NACCTSUB
                 AND NLNDEPT(NLINESUB) = NLNDEPT(NLINECNT + 1))
              CONTINUE
           END-PERFORM.
           IF NLINESUB > NLINECNT
              IF NLINECNT < 1999
                 ADD 1 TO NLINECNT
                 MOVE NLINECNT TO NLINESUB
                 MOVE NACCTSUB TO NLNACCTSUB(NLINESUB)
                 PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
                    MOVE 0 TO NLNAMT(NLINESUB, NCOLSUB)
                 END-PERFORM
              ELSE
                 DISPLAY 'BUDGET LINE TABLE FULL - ACCOUNT '
                    XACCTTBL(NACCTSUB) ' DEPT ' NLNDEPT(NLINECNT + 1)
                    ' LEFT OFF.'
                 MOVE "WARNING" TO XEOJCODE
                 MOVE 0 TO NLINESUB
              END-IF
           END-IF.

      *> ==============================================================
      *> ACTUALS - this year's postings through the month
      *> ==============================================================
       200-LOAD-ACTUALS.
           OPEN INPUT POSTLOG.
           IF XPOSTSTATUS = '00'
              PERFORM 210-READ-POSTING UNTIL XPOSTEOF = 'Y'
           END-IF.
           CLOSE POSTLOG.

       210-READ-POSTING.
           READ POSTLOG
              AT END
                 MOVE 'Y' TO XPOSTEOF,
              NOT AT END
                 IF XPLOGPERIOD IS NUMERIC
                    MOVE NPLOGPERIOD TO NPERWORK
                    IF NPERWORKYY = NBVYEAR
                       AND NPERWORKMM >= 1
                       AND NPERWORKMM <= NBVMONTH
                       PERFORM 220-ADD-POSTING
                    END-IF
                 END-IF,
           END-READ.

       220-ADD-POSTING. *> budgets are kept for revenue and expense
          *> in every department; another account only shows where
          *> it was budgeted
           MOVE XPLOGACCT TO XBUDACCTIN.
           PERFORM 140-FIND-ACCOUNT.
           IF NACCTSUB <= NACCTCNT
              ADD 1 TO NPOSTCNT
              IF XPLOGDRCR = 'C'
                 COMPUTE NRAWAMT = 0 - NPLOGAMT
              ELSE
                 MOVE NPLOGAMT TO NRAWAMT
              END-IF
              ADD NRAWAMT TO NACCTPOSTTBL(NACCTSUB, 2)
              IF NPERWORKMM = NBVMONTH
                 ADD NRAWAMT TO NACCTPOSTTBL(NACCTSUB, 1)
              END-IF
              IF XPLOGDEPT IS NUMERIC
                 MOVE NPLOGDEPT TO NLNDEPT(NLINECNT + 1)
              ELSE
                 MOVE 0 TO NLNDEPT(NLINECNT + 1)
              END-IF
              IF XACCTTYPETBL(NACCTSUB) = 'R'
                 OR XACCTTYPETBL(NACCTSUB) = 'E'
                 PERFORM 150-FIND-LINE
              ELSE
                 PERFORM VARYING NLINESUB FROM 1 BY 1
                    UNTIL NLINESUB > NLINECNT
                    OR (NLNACCTSUB(NLINESUB) = NACCTSUB
                       AND NLNDEPT(NLINESUB) = NLNDEPT(NLINECNT + 1))
                    CONTINUE
                 END-PERFORM
                 IF NLINESUB > NLINECNT
                    MOVE 0 TO NLINESUB
                 END-IF
              END-IF
              IF NLINESUB > 0
                 ADD NRAWAMT TO NLNAMT(NLINESUB, 3)
                 IF NPERWORKMM = NBVMONTH
                    ADD NRAWAMT TO NLNAMT(NLINESUB, 1)
                 END-IF
              END-IF
           END-IF.

       250-PROVE-LEDGER. *> the postings must account for the ledger
           MOVE 'M' TO XGLBMODE.
           CALL "glBalanceFor" USING XACCTTBL(NACCTSUB) NBVPERIOD
              XGLBMODE NGLBAMOUNT.
           IF NGLBAMOUNT NOT = NACCTPOSTTBL(NACCTSUB, 1)
              DISPLAY 'ACCOUNT ' XACCTTBL(NACCTSUB) ' MONTH POSTINGS '
                 'DO NOT AGREE TO THE LEDGER - RUN GL-TRIALBAL.'
              ADD 1 TO NDIFFCNT
              MOVE "WARNING" TO XEOJCODE
           END-IF.
           MOVE 'Y' TO XGLBMODE.
           CALL "glBalanceFor" USING XACCTTBL(NACCTSUB) NBVPERIOD
              XGLBMODE NGLBAMOUNT.
           IF NGLBAMOUNT NOT = NACCTPOSTTBL(NACCTSUB, 2)
              DISPLAY 'ACCOUNT ' XACCTTBL(NACCTSUB) ' YEAR TO DATE '
                 'POSTINGS DO NOT AGREE TO THE LEDGER - RUN '
                 'GL-TRIALBAL.'
              ADD 1 TO NDIFFCNT
              MOVE "WARNING" TO XEOJCODE
           END-IF.

      *> ==============================================================
      *> one department - revenue, expense, other budgeted accounts
      *> ==============================================================
       300-PRINT-DEPT.
           MOVE 0 TO NDEPTLINES.
           PERFORM VARYING NLINESUB FROM 1 BY 1
              UNTIL NLINESUB > NLINECNT
              IF NLNDEPT(NLINESUB) = NDEPTSUB
                 ADD 1 TO NDEPTLINES
              END-IF
           END-PERFORM.
           IF NDEPTLINES > 0
              PERFORM 310-OPEN-DEPT
              PERFORM 320-PRINT-SECTION VARYING NSECTSUB FROM 1 BY 1
                 UNTIL NSECTSUB > 3
              PERFORM 340-PRINT-NET
              IF XBURSTOPEN = 'Y'
                 PERFORM 345-CLOSE-BURST
              END-IF
           END-IF.

       310-OPEN-DEPT.
           ADD 1 TO NDEPTSPRINTED.
           MOVE NDEPTSUB TO NEHDRDEPT.
           IF NDEPTSUB >= 1
              MOVE XDPTNAMETBL(NDEPTSUB) TO XEHDRNAME
              MOVE XDPTMGRTBL(NDEPTSUB) TO XEHDRMGR
           ELSE
              MOVE SPACES TO XEHDRNAME
              MOVE SPACES TO XEHDRMGR
           END-IF.
           IF XBURST = 'Y'
              MOVE SPACES TO XBURSTFILENAME
              STRING 'GL-budget-dept' DELIMITED BY SIZE
                 NEHDRDEPT DELIMITED BY SIZE
                 '.txt' DELIMITED BY SIZE
                 INTO XBURSTFILENAME
                 ON OVERFLOW CONTINUE
              END-STRING
              OPEN OUTPUT BURSTFILE
              MOVE 'Y' TO XBURSTOPEN
              ADD 1 TO NFILESCNT
              MOVE XBVTITLE TO XBURSTLINE
              WRITE XBURSTLINE BEFORE ADVANCING 2 LINES
           END-IF.
           MOVE XDEPTHEADER TO XRPTLINE.
           PERFORM 600-WRITE-LINE.
           MOVE XBVHEADING1 TO XRPTLINE.
           PERFORM 600-WRITE-LINE.
           MOVE XBVHEADING2 TO XRPTLINE.
           PERFORM 600-WRITE-LINE.
           PERFORM VARYING NSECTSUB FROM 1 BY 1 UNTIL NSECTSUB > 3
              PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
                 MOVE 0 TO NDEPTTOT(NSECTSUB, NCOLSUB)
              END-PERFORM
           END-PERFORM.

       320-PRINT-SECTION.
           MOVE 0 TO NSECTLINES.
           PERFORM 325-PRINT-ACCOUNT VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT.
           IF NSECTLINES > 0
              PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
                 MOVE NDEPTTOT(NSECTSUB, NCOLSUB) TO NBVAMT(NCOLSUB)
                 ADD NDEPTTOT(NSECTSUB, NCOLSUB)
                    TO NGRANDTOT(NSECTSUB, NCOLSUB)
              END-PERFORM
              EVALUATE NSECTSUB
                 WHEN 1
                    MOVE '  TOTAL REVENUE' TO XEBVLABEL
                    MOVE 'C' TO XFAVSIDE
                 WHEN 2
                    MOVE '  TOTAL EXPENSES' TO XEBVLABEL
                    MOVE 'D' TO XFAVSIDE
                 WHEN OTHER
                    MOVE '  TOTAL OTHER ACCOUNTS' TO XEBVLABEL
                    MOVE 'D' TO XFAVSIDE
              END-EVALUATE
              PERFORM 500-PRINT-AMOUNTS
              MOVE SPACES TO XRPTLINE
              PERFORM 600-WRITE-LINE
           END-IF.

       325-PRINT-ACCOUNT. *> the account's lines for this department,
          *> if it belongs in this section
           IF (NSECTSUB < 3
                 AND XACCTTYPETBL(NACCTSUB) = XSECTTYPE(NSECTSUB))
              OR (NSECTSUB = 3
                 AND XACCTTYPETBL(NACCTSUB) NOT = 'R'
                 AND XACCTTYPETBL(NACCTSUB) NOT = 'E')
              PERFORM VARYING NLINESUB FROM 1 BY 1
                 UNTIL NLINESUB > NLINECNT
                 IF NLNACCTSUB(NLINESUB) = NACCTSUB
                    AND NLNDEPT(NLINESUB) = NDEPTSUB
                    PERFORM 330-PRINT-ACCOUNT-LINE
                 END-IF
              END-PERFORM
           END-IF.

       330-PRINT-ACCOUNT-LINE. *> amounts the way the account runs -
          *> credits positive on the credit side of the ledger
           IF NSECTLINES = 0
              EVALUATE NSECTSUB
                 WHEN 1
                    MOVE 'REVENUE' TO XRPTLINE
                 WHEN 2
                    MOVE 'EXPENSES' TO XRPTLINE
                 WHEN OTHER
                    MOVE 'OTHER ACCOUNTS' TO XRPTLINE
              END-EVALUATE
              PERFORM 600-WRITE-LINE
           END-IF.
           ADD 1 TO NSECTLINES.
           IF XACCTTYPETBL(NACCTSUB) = 'A'
              OR XACCTTYPETBL(NACCTSUB) = 'E'
              MOVE 1 TO NSIGN
              MOVE 'D' TO XFAVSIDE
           ELSE
              MOVE -1 TO NSIGN
              MOVE 'C' TO XFAVSIDE
           END-IF.
           COMPUTE NBVAMT(1) = NLNAMT(NLINESUB, 1) * NSIGN.
           MOVE NLNAMT(NLINESUB, 2) TO NBVAMT(2).
           COMPUTE NBVAMT(3) = NLNAMT(NLINESUB, 3) * NSIGN.
           MOVE NLNAMT(NLINESUB, 4) TO NBVAMT(4).
           PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
              ADD NBVAMT(NCOLSUB) TO NDEPTTOT(NSECTSUB, NCOLSUB)
           END-PERFORM.
           MOVE SPACES TO XEBVLABEL.
           MOVE XACCTTBL(NACCTSUB) TO XEBVLABEL(1:6).
           MOVE XACCTNAMETBL(NACCTSUB) TO XEBVLABEL(8:20).
           PERFORM 500-PRINT-AMOUNTS.

       340-PRINT-NET. *> revenue less expense - short of budget is
          *> unfavorable, as for revenue
           PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
              COMPUTE NBVAMT(NCOLSUB) = NDEPTTOT(1, NCOLSUB)
                 - NDEPTTOT(2, NCOLSUB)
           END-PERFORM.
           MOVE 'NET REVENUE LESS EXPENSES' TO XEBVLABEL.
           MOVE 'C' TO XFAVSIDE.
           PERFORM 500-PRINT-AMOUNTS.
           MOVE SPACES TO XRPTLINE.
           PERFORM 600-WRITE-LINE.

       345-CLOSE-BURST.
           CLOSE BURSTFILE.
           MOVE 'N' TO XBURSTOPEN.
           MOVE XBURSTFILENAME TO XLOGFILE.
           MOVE NDEPTSUB TO NELOGDEPT.
           MOVE XEHDRMGR TO XLOGMGR.
           MOVE NDEPTLINES TO NELOGLINES.
           MOVE XLOGDETAIL TO XLOGLINE.
           WRITE XLOGLINE BEFORE ADVANCING 1 LINE.
           DISPLAY XLOGDETAIL.

       350-PRINT-GRAND-TOTAL. *> the whole company - main report only
           IF NDEPTSPRINTED = 0
              MOVE 'NO BUDGET OR ACTUALS FOR THE YEAR.' TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              MOVE "WARNING" TO XEOJCODE
           ELSE
              MOVE 'ALL DEPARTMENTS' TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              MOVE 'C' TO XFAVSIDE
              MOVE '  TOTAL REVENUE' TO XEBVLABEL
              MOVE 1 TO NSECTSUB
              PERFORM 355-PRINT-GRAND-LINE
              MOVE 'D' TO XFAVSIDE
              MOVE '  TOTAL EXPENSES' TO XEBVLABEL
              MOVE 2 TO NSECTSUB
              PERFORM 355-PRINT-GRAND-LINE
              PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
                 COMPUTE NBVAMT(NCOLSUB) = NGRANDTOT(1, NCOLSUB)
                    - NGRANDTOT(2, NCOLSUB)
              END-PERFORM
              MOVE 'C' TO XFAVSIDE
              MOVE 'NET REVENUE LESS EXPENSES' TO XEBVLABEL
              PERFORM 500-PRINT-AMOUNTS
           END-IF.
           IF NDIFFCNT > 0
              MOVE SPACES TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              MOVE 'POSTINGS DO NOT AGREE TO THE LEDGER FOR SOME '
                 TO XRPTLINE
              MOVE 'ACCOUNTS - RUN GL-TRIALBAL.' TO XRPTLINE(46:)
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
           END-IF.

       355-PRINT-GRAND-LINE.
           PERFORM VARYING NCOLSUB FROM 1 BY 1 UNTIL NCOLSUB > 4
              MOVE NGRANDTOT(NSECTSUB, NCOLSUB) TO NBVAMT(NCOLSUB)
           END-PERFORM.
           PERFORM 500-PRINT-AMOUNTS.

       400-TERMINATE.
           CLOSE RPTFILE.
           IF XBURST = 'Y'
              CLOSE LOGFILE
              DISPLAY NFILESCNT ' DEPARTMENT FILE(S) WRITTEN - SEE '
                 'GL-budget-burst-log.txt'
           END-IF.
           IF NFLAGCNT > 0
              DISPLAY NFLAGCNT ' LINE(S) FLAGGED OVER TOLERANCE - SEE '
                 'GL-budget-report.txt'
           END-IF.
           STRING "period " NBVPERIOD " lines " NLINECNT
              " flagged " NFLAGCNT " files " NFILESCNT
              DELIMITED BY SIZE INTO XAUDITDETAIL.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.

      *> ==============================================================
      *> label in XEBVLABEL, natural-sign amounts in XBVAMOUNTS, and
      *> XFAVSIDE D where more than budget is unfavorable, C where
      *> less is - variance is actual less budget
      *> ==============================================================
       500-PRINT-AMOUNTS.
           PERFORM 510-PRINT-COLUMN VARYING NCOLSUB FROM 1 BY 1
              UNTIL NCOLSUB > 2.
           IF XEBVFLAG(1) NOT = SPACES OR XEBVFLAG(2) NOT = SPACES
              ADD 1 TO NFLAGCNT
           END-IF.
           MOVE XBVLINE TO XRPTLINE.
           PERFORM 600-WRITE-LINE.
           MOVE SPACES TO XBVLINE.

       510-PRINT-COLUMN. *> 1 month, 2 year to date
           MOVE NBVAMT(NCOLSUB * 2 - 1) TO NEBVACT(NCOLSUB).
           MOVE NBVAMT(NCOLSUB * 2) TO NEBVBUD(NCOLSUB).
           COMPUTE NBVVAR = NBVAMT(NCOLSUB * 2 - 1)
              - NBVAMT(NCOLSUB * 2).
           MOVE NBVVAR TO NEBVVAR(NCOLSUB).
           MOVE 'N' TO XUNFAVORABLE.
           IF (XFAVSIDE = 'D' AND NBVVAR > 0)
              OR (XFAVSIDE = 'C' AND NBVVAR < 0)
              MOVE 'Y' TO XUNFAVORABLE
           END-IF.
           MOVE SPACES TO XEBVFLAG(NCOLSUB).
           IF NBVAMT(NCOLSUB * 2) = 0
              MOVE SPACES TO XEBVPCT(NCOLSUB)
              IF XUNFAVORABLE = 'Y'
                 PERFORM 520-SET-FLAG
              END-IF
           ELSE
              COMPUTE NBVPCT ROUNDED = NBVVAR * 100
                 / NBVAMT(NCOLSUB * 2)
                 ON SIZE ERROR MOVE 9999.9 TO NBVPCT
              END-COMPUTE
              IF NBVAMT(NCOLSUB * 2) < 0
                 COMPUTE NBVPCT = 0 - NBVPCT
              END-IF
              IF NBVPCT > 9999.9
                 MOVE 9999.9 TO NBVPCT
              END-IF
              IF NBVPCT < -9999.9
                 MOVE -9999.9 TO NBVPCT
              END-IF
              MOVE NBVPCT TO NEBVPCT(NCOLSUB)
              IF NBVPCT < 0
                 COMPUTE NBVPCT = 0 - NBVPCT
              END-IF
              IF XUNFAVORABLE = 'Y' AND NBVPCT > NTOLERANCE
                 PERFORM 520-SET-FLAG
              END-IF
           END-IF.

       520-SET-FLAG.
           IF NCOLSUB = 1
              MOVE '*M' TO XEBVFLAG(NCOLSUB)
           ELSE
              MOVE '*Y' TO XEBVFLAG(NCOLSUB)
           END-IF.

       600-WRITE-LINE. *> main report, and the manager's copy when
          *> the department is being burst
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           IF XBURSTOPEN = 'Y'
              MOVE XRPTLINE TO XBURSTLINE
              WRITE XBURSTLINE BEFORE ADVANCING 1 LINE
           END-IF.

       900-ABORT.
           CALL "writeAuditLog" USING XAUDITPROGNAME
              XAUDITEVENTEND XAUDITDETAIL.
           MOVE "FAILED" TO XEOJCODE.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
           STOP RUN.
