       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-BUDGET.
       AUTHOR. WYATT SHANAHAN.

      *> Annual budget entry for the general ledger. GLBudget.txt
      *> (GL_BUDGET_FILE) holds one line per fiscal year, account and
      *> department, with its twelve monthly amounts, each the way
      *> the account naturally runs - spending on an expense account,
      *> income on a revenue account. A line is keyed as an annual
      *> figure spread evenly over the months (the odd cents land in
      *> December) or month by month, and a whole year can be copied
      *> forward with a percentage uplift as next year's starting
      *> point. GL-BUDRPT reports the budget against the actuals.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL BUDFILE ASSIGN TO DYNAMIC XBUDFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XBUDSTATUS.
           SELECT OPTIONAL CHARTFILE ASSIGN TO DYNAMIC
              XCHARTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHARTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BUDFILE.
       01 XBUDREC.
              05 NBUDYEARIN        PIC 9(4).
              05 XBUDACCTIN        PIC X(6).
              05 NBUDDEPTIN        PIC 9.
              05 NBUDAMTIN         PIC S9(7)V99 SIGN IS TRAILING
                                   OCCURS 12 TIMES.

       FD CHARTFILE. *> chart of accounts
       01 XCHARTREC.
              05 XCHACCTIN         PIC X(6).
              05 XCHNAMEIN         PIC X(20).
              05 XCHTYPEIN         PIC X.

       WORKING-STORAGE SECTION.
              77 XBUDFILENAME  PIC X(100).
              77 XBUDSTATUS    PIC XX. *> OPTIONAL - does not exist
              *> until this program first saves it
              77 XCHARTFILENAME PIC X(100).
              77 XCHARTSTATUS  PIC XX.
              77 XEOF          PIC X    VALUE 'N'.
              77 XACTION       PIC X.
              77 XSPREAD       PIC X.
              77 NLOADSUB      PIC 9(4) VALUE 0.
              77 NSEARCHSUB    PIC 9(4) VALUE 0.
              77 NFOUNDSUB     PIC 9(4) VALUE 0.
              77 NCOPYCNT      PIC 9(4) VALUE 0.
              77 NCHARTCNT     PIC 999  VALUE 0.
              77 NCHARTSUB     PIC 999  VALUE 0.
              77 NMONTHSUB     PIC 99   VALUE 0.
              77 XFOUNDFLAG    PIC X    VALUE 'N'.
              77 NYEARENTRY    PIC 9(4).
              77 NTOYEAR       PIC 9(4).
              77 XACCTENTRY    PIC X(6).
              77 NDEPTENTRY    PIC 9.
              77 NAMTENTRY     PIC 9(7)V99.
              77 NPCTENTRY     PIC 999V9.
              77 NMONTHAMT     PIC S9(7)V99.
              77 NANNUALTOT    PIC S9(9)V99.
              77 NEBUDAMT      PIC $$$,$$$,$$9.99-.
              COPY "field-validate-ws.cbl".

              01 XBUDTABLE.
                     05 XBUDELEMENT OCCURS 2000 TIMES.
                            10 NTBLBUDYEAR   PIC 9(4).
                            10 XTBLBUDACCT   PIC X(6).
                            10 NTBLBUDDEPT   PIC 9.
                            10 NTBLBUDAMT    PIC S9(7)V99
                                             OCCURS 12 TIMES.

              01 XCHARTTABLE.
                     05 XCHACCTTBL OCCURS 300 TIMES PIC X(6).

              01 XNEWAMTS. *> the twelve months being keyed
                     05 NNEWAMT PIC S9(7)V99 OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'GLBudget.txt' TO XBUDFILENAME.
           ACCEPT XBUDFILENAME FROM ENVIRONMENT 'GL_BUDGET_FILE'
              ON EXCEPTION
                 MOVE 'GLBudget.txt' TO XBUDFILENAME
           END-ACCEPT.
           MOVE 'GLChart.txt' TO XCHARTFILENAME.
           ACCEPT XCHARTFILENAME FROM ENVIRONMENT 'GL_CHART_FILE'
              ON EXCEPTION
                 MOVE 'GLChart.txt' TO XCHARTFILENAME
           END-ACCEPT.
           PERFORM 100-LOAD-CHART.
           PERFORM 110-LOAD-BUD.
           MOVE SPACE TO XACTION.
           PERFORM 200-MENU UNTIL XACTION = 'Q' OR XACTION = 'q'.
           PERFORM 900-SAVE-BUD.
           STOP RUN.

       100-LOAD-CHART. *> OPTIONAL - with no chart any account goes
           OPEN INPUT CHARTFILE.
           IF XCHARTSTATUS = '00'
              PERFORM 101-READ-CHART UNTIL XEOF = 'Y'
           END-IF.
           CLOSE CHARTFILE.
           MOVE 'N' TO XEOF.

       101-READ-CHART.
           READ CHARTFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NCHARTCNT < 300
                    ADD 1 TO NCHARTCNT
                    MOVE XCHACCTIN TO XCHACCTTBL(NCHARTCNT)
                 END-IF,
           END-READ.

       110-LOAD-BUD. *> OPTIONAL - the first session starts empty
           OPEN INPUT BUDFILE.
           IF XBUDSTATUS = '00'
              PERFORM 111-READ-BUD UNTIL XEOF = 'Y'
           END-IF.
           CLOSE BUDFILE.

       111-READ-BUD.
           READ BUDFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NLOADSUB < 2000
                    ADD 1 TO NLOADSUB
                    MOVE NBUDYEARIN TO NTBLBUDYEAR(NLOADSUB)
                    MOVE XBUDACCTIN TO XTBLBUDACCT(NLOADSUB)
                    MOVE NBUDDEPTIN TO NTBLBUDDEPT(NLOADSUB)
                    PERFORM VARYING NMONTHSUB FROM 1 BY 1
                       UNTIL NMONTHSUB > 12
                       MOVE NBUDAMTIN(NMONTHSUB)
                          TO NTBLBUDAMT(NLOADSUB, NMONTHSUB)
                    END-PERFORM
                 ELSE
                    DISPLAY 'BUDGET TABLE FULL - RECORD DROPPED'
                 END-IF,
           END-READ.

       200-MENU.
           DISPLAY ' '.
           DISPLAY 'GENERAL LEDGER BUDGET'.
           DISPLAY 'A=ADD/CHANGE  L=LIST  D=DELETE  C=COPY A YEAR  '
              'Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT XACTION.
           EVALUATE XACTION
              WHEN 'A' WHEN 'a'
                 PERFORM 300-ADD-BUD
              WHEN 'L' WHEN 'l'
                 PERFORM 350-LIST-BUD
              WHEN 'D' WHEN 'd'
                 PERFORM 400-DELETE-BUD
              WHEN 'C' WHEN 'c'
                 PERFORM 500-COPY-YEAR
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       300-ADD-BUD. *> a line already on file for the year, account
          *> and department is replaced
           PERFORM 370-KEY-LINE.
           IF XFIELDVALID = 'N'
              DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
           ELSE
              IF XFOUNDFLAG = 'N' AND NLOADSUB >= 2000
                 DISPLAY 'REJECTED - BUDGET TABLE IS FULL.'
              ELSE
                 PERFORM 310-KEY-AMOUNTS
              END-IF
           END-IF.

       310-KEY-AMOUNTS.
           DISPLAY 'E=ANNUAL AMOUNT SPREAD EVENLY  M=MONTH BY MONTH? '
              WITH NO ADVANCING.
           ACCEPT XSPREAD.
           MOVE 'Y' TO XFIELDVALID.
           EVALUATE XSPREAD
              WHEN 'E' WHEN 'e'
                 DISPLAY 'ANNUAL AMOUNT? ' WITH NO ADVANCING
                 ACCEPT NAMTENTRY
                 COPY "field-validate.cbl" REPLACING
                    ==:VALID-FIELD:== BY ==NAMTENTRY==
                    ==:VALID-NAME:==  BY =='ANNUAL AMOUNT'==
                    ==:VALID-LOW:==   BY ==0==
                    ==:VALID-HIGH:==  BY ==9999999.99==.
                 IF XFIELDVALID = 'Y'
                    DIVIDE NAMTENTRY BY 12 GIVING NMONTHAMT
                    PERFORM VARYING NMONTHSUB FROM 1 BY 1
                       UNTIL NMONTHSUB > 11
                       MOVE NMONTHAMT TO NNEWAMT(NMONTHSUB)
                    END-PERFORM
                    COMPUTE NNEWAMT(12) = NAMTENTRY - NMONTHAMT * 11
                 END-IF
              WHEN 'M' WHEN 'm'
                 PERFORM 315-KEY-MONTH VARYING NMONTHSUB FROM 1 BY 1
                    UNTIL NMONTHSUB > 12
              WHEN OTHER
                 DISPLAY 'WARNING: E OR M'
                 MOVE 'N' TO XFIELDVALID
           END-EVALUATE.
           IF XFIELDVALID = 'N'
              DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
           ELSE
              IF XFOUNDFLAG = 'N'
                 ADD 1 TO NLOADSUB
                 MOVE NLOADSUB TO NFOUNDSUB
                 MOVE NYEARENTRY TO NTBLBUDYEAR(NFOUNDSUB)
                 MOVE XACCTENTRY TO XTBLBUDACCT(NFOUNDSUB)
                 MOVE NDEPTENTRY TO NTBLBUDDEPT(NFOUNDSUB)
              END-IF
              MOVE 0 TO NANNUALTOT
              PERFORM VARYING NMONTHSUB FROM 1 BY 1
                 UNTIL NMONTHSUB > 12
                 MOVE NNEWAMT(NMONTHSUB)
                    TO NTBLBUDAMT(NFOUNDSUB, NMONTHSUB)
                 ADD NNEWAMT(NMONTHSUB) TO NANNUALTOT
              END-PERFORM
              MOVE NANNUALTOT TO NEBUDAMT
              IF XFOUNDFLAG = 'Y'
                 DISPLAY 'BUDGET LINE CHANGED - ' NEBUDAMT ' FOR THE '
                    'YEAR.'
              ELSE
                 DISPLAY 'BUDGET LINE ADDED - ' NEBUDAMT ' FOR THE '
                    'YEAR.'
              END-IF
           END-IF.

       315-KEY-MONTH.
           DISPLAY '  MONTH ' NMONTHSUB ' AMOUNT? ' WITH NO ADVANCING.
           ACCEPT NAMTENTRY.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NAMTENTRY==
              ==:VALID-NAME:==  BY =='MONTH AMOUNT'==
              ==:VALID-LOW:==   BY ==0==
              ==:VALID-HIGH:==  BY ==9999999.99==.
           MOVE NAMTENTRY TO NNEWAMT(NMONTHSUB).

       350-LIST-BUD.
           DISPLAY 'FISCAL YEAR (0 = ALL)? ' WITH NO ADVANCING.
           ACCEPT NYEARENTRY.
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF NYEARENTRY = 0
                 OR NTBLBUDYEAR(NSEARCHSUB) = NYEARENTRY
                 MOVE 'Y' TO XFOUNDFLAG
                 MOVE 0 TO NANNUALTOT
                 PERFORM VARYING NMONTHSUB FROM 1 BY 1
                    UNTIL NMONTHSUB > 12
                    ADD NTBLBUDAMT(NSEARCHSUB, NMONTHSUB)
                       TO NANNUALTOT
                 END-PERFORM
                 MOVE NANNUALTOT TO NEBUDAMT
                 DISPLAY NTBLBUDYEAR(NSEARCHSUB) ' ACCT '
                    XTBLBUDACCT(NSEARCHSUB) ' DEPT '
                    NTBLBUDDEPT(NSEARCHSUB) ' YEAR ' NEBUDAMT
              END-IF
           END-PERFORM.
           IF XFOUNDFLAG = 'N'
              DISPLAY 'NO BUDGET LINES ON FILE.'
           END-IF.

       370-KEY-LINE. *> year, account, department - and whether the
          *> line is already on file
           DISPLAY 'FISCAL YEAR (YYYY)? ' WITH NO ADVANCING.
           ACCEPT NYEARENTRY.
           DISPLAY 'ACCOUNT? ' WITH NO ADVANCING.
           ACCEPT XACCTENTRY.
           DISPLAY 'DEPARTMENT (0-9)? ' WITH NO ADVANCING.
           ACCEPT NDEPTENTRY.
           MOVE 'Y' TO XFIELDVALID.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NYEARENTRY==
              ==:VALID-NAME:==  BY =='FISCAL YEAR'==
              ==:VALID-LOW:==   BY ==1990==
              ==:VALID-HIGH:==  BY ==2099==.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NDEPTENTRY==
              ==:VALID-NAME:==  BY =='DEPARTMENT'==
              ==:VALID-LOW:==   BY ==0==
              ==:VALID-HIGH:==  BY ==9==.
           IF NCHARTCNT > 0
              MOVE 'N' TO XFOUNDFLAG
              PERFORM VARYING NCHARTSUB FROM 1 BY 1
                 UNTIL NCHARTSUB > NCHARTCNT
                 IF XCHACCTTBL(NCHARTSUB) = XACCTENTRY
                    MOVE 'Y' TO XFOUNDFLAG
                 END-IF
              END-PERFORM
              IF XFOUNDFLAG = 'N'
                 DISPLAY 'WARNING: ACCOUNT IS NOT ON THE CHART'
                 MOVE 'N' TO XFIELDVALID
              END-IF
           END-IF.
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF NTBLBUDYEAR(NSEARCHSUB) = NYEARENTRY
                 AND XTBLBUDACCT(NSEARCHSUB) = XACCTENTRY
                 AND NTBLBUDDEPT(NSEARCHSUB) = NDEPTENTRY
                 MOVE 'Y' TO XFOUNDFLAG
                 MOVE NSEARCHSUB TO NFOUNDSUB
              END-IF
           END-PERFORM.

       400-DELETE-BUD. *> the last line moves into the gap
           PERFORM 370-KEY-LINE.
           IF XFOUNDFLAG = 'N'
              DISPLAY 'REJECTED - NO SUCH BUDGET LINE.'
           ELSE
              MOVE XBUDELEMENT(NLOADSUB) TO XBUDELEMENT(NFOUNDSUB)
              SUBTRACT 1 FROM NLOADSUB
              DISPLAY 'BUDGET LINE DELETED.'
           END-IF.

       500-COPY-YEAR. *> a starting point for next year - the target
          *> year must not have a budget yet
           DISPLAY 'COPY FROM FISCAL YEAR? ' WITH NO ADVANCING.
           ACCEPT NYEARENTRY.
           DISPLAY 'TO FISCAL YEAR? ' WITH NO ADVANCING.
           ACCEPT NTOYEAR.
           DISPLAY 'UPLIFT PERCENT (E.G. 3.5)? ' WITH NO ADVANCING.
           ACCEPT NPCTENTRY.
           MOVE 'Y' TO XFIELDVALID.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NTOYEAR==
              ==:VALID-NAME:==  BY =='FISCAL YEAR'==
              ==:VALID-LOW:==   BY ==1990==
              ==:VALID-HIGH:==  BY ==2099==.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NPCTENTRY==
              ==:VALID-NAME:==  BY =='UPLIFT PERCENT'==
              ==:VALID-LOW:==   BY ==0==
              ==:VALID-HIGH:==  BY ==100==.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF NTBLBUDYEAR(NSEARCHSUB) = NTOYEAR
                 MOVE 'N' TO XFIELDVALID
              END-IF
           END-PERFORM.
           IF XFIELDVALID = 'N'
              DISPLAY 'REJECTED - BAD ENTRY, OR ' NTOYEAR
                 ' ALREADY HAS A BUDGET.'
           ELSE
              MOVE 0 TO NCOPYCNT
              MOVE NLOADSUB TO NFOUNDSUB
              PERFORM 510-COPY-LINE VARYING NSEARCHSUB FROM 1 BY 1
                 UNTIL NSEARCHSUB > NFOUNDSUB
              DISPLAY NCOPYCNT ' BUDGET LINE(S) COPIED TO ' NTOYEAR '.'
           END-IF.

       510-COPY-LINE.
           IF NTBLBUDYEAR(NSEARCHSUB) = NYEARENTRY
              IF NLOADSUB < 2000
                 ADD 1 TO NLOADSUB
                 ADD 1 TO NCOPYCNT
                 MOVE XBUDELEMENT(NSEARCHSUB) TO XBUDELEMENT(NLOADSUB)
                 MOVE NTOYEAR TO NTBLBUDYEAR(NLOADSUB)
                 PERFORM VARYING NMONTHSUB FROM 1 BY 1
                    UNTIL NMONTHSUB > 12
                    COMPUTE NTBLBUDAMT(NLOADSUB, NMONTHSUB) ROUNDED =
                       NTBLBUDAMT(NSEARCHSUB, NMONTHSUB)
                       * (100 + NPCTENTRY) / 100
                 END-PERFORM
              ELSE
                 DISPLAY 'BUDGET TABLE FULL - ' XTBLBUDACCT(NSEARCHSUB)
                    ' DEPT ' NTBLBUDDEPT(NSEARCHSUB) ' NOT COPIED'
              END-IF
           END-IF.

       900-SAVE-BUD.
           OPEN OUTPUT BUDFILE.
           PERFORM 901-WRITE-BUD VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB.
           CLOSE BUDFILE.

       901-WRITE-BUD.
           MOVE NTBLBUDYEAR(NSEARCHSUB) TO NBUDYEARIN.
           MOVE XTBLBUDACCT(NSEARCHSUB) TO XBUDACCTIN.
           MOVE NTBLBUDDEPT(NSEARCHSUB) TO NBUDDEPTIN.
           PERFORM VARYING NMONTHSUB FROM 1 BY 1 UNTIL NMONTHSUB > 12
              MOVE NTBLBUDAMT(NSEARCHSUB, NMONTHSUB)
                 TO NBUDAMTIN(NMONTHSUB)
           END-PERFORM.
           WRITE XBUDREC.
