       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-CLOSE.
       AUTHOR. WYATT SHANAHAN.

      *> Period close for the general ledger. GLPeriods.txt
      *> (GL_PERIOD_FILE) records each fiscal period GL-CLOSE has
      *> closed; GL-POST will not post into one, and moves a late
      *> batch on to the next open month instead.
      *>   GL_CLOSE_MODE M (the default) - MONTH CLOSE. Closes
      *>     GL_CLOSE_PERIOD (YYYYMM, default the month before the
      *>     run date) once the month has been reported.
      *>   GL_CLOSE_MODE Y - YEAR-END CLOSE, for the fiscal year of
      *>     GL_CLOSE_PERIOD (YYYY or YYYYMM, default the year of the
      *>     month before the run date), once its December is
      *>     closed. Every revenue and expense account (chart types
      *>     R/E) is closed to zero in period YYYY13 and the net
      *>     goes to retained earnings - GL_RETAINED_ACCT, or the
      *>     first equity (Q) account on the chart. The closing
      *>     entries land on GLPostings.txt as batch YEAR-END CLOSE
      *>     so the trial balance drills back to them, and every
      *>     other account's balance is brought forward as the new
      *>     year's opening balance in period YYYY+1 00. Closing
      *>     YYYY13 closes the year; it cannot be run twice.
      *> GL-close-report.txt lists what was closed and brought
      *> forward, and the opening balances are proved to net to zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PERIODFILE ASSIGN TO DYNAMIC
              XPERIODFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPERIODSTATUS.
           SELECT OPTIONAL CHARTFILE ASSIGN TO DYNAMIC
              XCHARTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHARTSTATUS.
           SELECT OPTIONAL BALFILE ASSIGN TO "GLBalances.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XBALSTATUS.
           SELECT OPTIONAL POSTLOG ASSIGN TO "GLPostings.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPOSTLOGSTATUS.
           SELECT RPTFILE ASSIGN TO "GL-close-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PERIODFILE. *> fiscal periods GL-CLOSE has closed
       01 XPERIODREC.
              05 NPERIODIN         PIC 9(6). *> YYYYMM, YYYY13 = year
              05 XPERSTATIN        PIC X. *> O OPEN, C CLOSED
              05 NPERDATEIN        PIC 9(8).
              05 XPERBYIN          PIC X(8).

       FD CHARTFILE. *> chart of accounts
       01 XCHARTREC.
              05 XCHACCTIN         PIC X(6).
              05 XCHNAMEIN         PIC X(20).
              05 XCHTYPEIN         PIC X. *> A/L/Q/R/E

       FD BALFILE. *> GL-POST's layout - net activity per period
       01 XBALREC.
              05 XBALACCT          PIC X(6).
              05 NBALAMT           PIC S9(9)V99 SIGN IS TRAILING.
              05 NBALPERIOD        PIC 9(6).

       FD POSTLOG. *> GL-POST's layout
       01 XPOSTLOGREC.
              05 NPLOGDATE         PIC 9(8).
              05 XPLOGBATCH        PIC X(44).
              05 XPLOGACCT         PIC X(6).
              05 XPLOGDRCR         PIC X.
              05 NPLOGAMT          PIC S9(7)V99 SIGN IS TRAILING.
              05 XPLOGDESC         PIC X(16).
              05 NPLOGPERIOD       PIC 9(6).
              05 NPLOGDEPT         PIC 9.

       FD RPTFILE.
       01 XRPTLINE              PIC X(80).

       WORKING-STORAGE SECTION.
              77 XPERIODFILENAME PIC X(100).
              77 XPERIODSTATUS  PIC XX. *> OPTIONAL - no period has
              *> been closed until the first close writes it
              77 XCHARTFILENAME PIC X(100).
              77 XCHARTSTATUS   PIC XX.
              77 XBALSTATUS     PIC XX.
              77 XPOSTLOGSTATUS PIC XX.
              77 XPERIODEOF     PIC X    VALUE 'N'.
              77 XCHARTEOF      PIC X    VALUE 'N'.
              77 XBALEOF        PIC X    VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80) VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20) VALUE "GL-CLOSE".
              77 XAUDITEVENTSTART PIC X(8) VALUE "START".
              77 XAUDITEVENTEND PIC X(8)  VALUE "END".
              77 XEOJCODE       PIC X(8)  VALUE "CLEAN".
              77 XMODE          PIC X    VALUE 'M'.
              77 XPARMPERIOD    PIC X(6) VALUE SPACES.
              77 XOPERATOR      PIC X(8) VALUE SPACES.
              77 XRETAINACCT    PIC X(6) VALUE SPACES.
              77 NPERCNT        PIC 9(3) VALUE 0.
              77 NPERSUB        PIC 9(3) VALUE 0.
              77 NCHARTCNT      PIC 9(3) VALUE 0.
              77 NCHARTSUB      PIC 9(3) VALUE 0.
              77 NACCTCNT       PIC 9(3) VALUE 0.
              77 NACCTSUB       PIC 9(3) VALUE 0.
              77 NCLOSEPERIOD   PIC 9(6) VALUE 0.
              77 NCLOSEYEAR     PIC 9(4) VALUE 0.
              77 NYEAREND       PIC 9(6) VALUE 0. *> YYYY13
              77 NDECEMBER      PIC 9(6) VALUE 0.
              77 NOPENPERIOD    PIC 9(6) VALUE 0. *> YYYY+1 00
              77 XFINDPERIOD    PIC X    VALUE 'N'.
              77 NFINDPERIOD    PIC 9(6) VALUE 0.
              77 XACCTTYPE      PIC X    VALUE SPACE.
              77 XGLBMODE       PIC X    VALUE 'B'.
              77 NGLBAMOUNT     PIC S9(9)V99 VALUE 0.
              77 NNETINCOME     PIC S9(9)V99 VALUE 0.
              77 NOPENTOT       PIC S9(10)V99 VALUE 0.
              77 NCLOSEDCNT     PIC 9(3) VALUE 0.
              77 NBROUGHTCNT    PIC 9(3) VALUE 0.
              77 XBATCHTAG      PIC X(44) VALUE SPACES.
              COPY "rundate-ws.cbl".

              01 XPERIODTABLE.
                     05 XPERIODELEMENT OCCURS 600 TIMES.
                            10 NPERTBL     PIC 9(6).
                            10 XPERSTATTBL PIC X.
                            10 NPERDATETBL PIC 9(8).
                            10 XPERBYTBL   PIC X(8).

              01 XCHARTTABLE.
                     05 XCHARTELEMENT OCCURS 300 TIMES.
                            10 XCHACCTTBL PIC X(6).
                            10 XCHTYPETBL PIC X.

              01 XACCTTABLE. *> every account the ledger has touched
                     05 XACCTELEMENT OCCURS 300 TIMES.
                            10 XACCTTBL   PIC X(6).
                            10 NACCTCLOSE PIC S9(9)V99.

              01 XPERIODWORK.
                     05 NPERWORKYY  PIC 9(4).
                     05 NPERWORKMM  PIC 99.
              01 NPERWORK REDEFINES XPERIODWORK PIC 9(6).

              01 XRPTHEADING.
                     05 XRPTTITLE   PIC X(30).
                     05 FILLER      PIC X(5)  VALUE SPACES.
                     05 NERPTDATE   PIC 9999/99/99.

              01 XRPTDETAIL.
                     05 XERPTACCT   PIC X(6).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XERPTTYPE   PIC X.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERPTPER    PIC 9(6).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERPTAMT    PIC $$$,$$$,$$9.99-.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XERPTNOTE   PIC X(30).

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           IF XMODE = 'Y'
              PERFORM 300-YEAR-END
           ELSE
              PERFORM 200-MONTH-CLOSE
           END-IF.
           PERFORM 500-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'GLPeriods.txt' TO XPERIODFILENAME.
           ACCEPT XPERIODFILENAME FROM ENVIRONMENT 'GL_PERIOD_FILE'
              ON EXCEPTION
                 MOVE 'GLPeriods.txt' TO XPERIODFILENAME
           END-ACCEPT.
           MOVE 'GLChart.txt' TO XCHARTFILENAME.
           ACCEPT XCHARTFILENAME FROM ENVIRONMENT 'GL_CHART_FILE'
              ON EXCEPTION
                 MOVE 'GLChart.txt' TO XCHARTFILENAME
           END-ACCEPT.
           ACCEPT XMODE FROM ENVIRONMENT 'GL_CLOSE_MODE'
              ON EXCEPTION MOVE 'M' TO XMODE
           END-ACCEPT.
           IF XMODE = 'y'
              MOVE 'Y' TO XMODE
           END-IF.
           ACCEPT XOPERATOR FROM ENVIRONMENT "USER"
              ON EXCEPTION MOVE SPACES TO XOPERATOR
           END-ACCEPT.
           IF XOPERATOR = SPACES
              ACCEPT XOPERATOR FROM ENVIRONMENT "LOGNAME"
                 ON EXCEPTION MOVE SPACES TO XOPERATOR
              END-ACCEPT
           END-IF.
      *> the default is the month before the run date
           COMPUTE NPERWORK = nRunDate / 100.
           IF NPERWORKMM = 1
              SUBTRACT 1 FROM NPERWORKYY
              MOVE 12 TO NPERWORKMM
           ELSE
              SUBTRACT 1 FROM NPERWORKMM
           END-IF.
           MOVE NPERWORK TO NCLOSEPERIOD.
           ACCEPT XPARMPERIOD FROM ENVIRONMENT 'GL_CLOSE_PERIOD'
              ON EXCEPTION MOVE SPACES TO XPARMPERIOD
           END-ACCEPT.
           EVALUATE TRUE
              WHEN XPARMPERIOD = SPACES
                 CONTINUE
              WHEN XMODE = 'Y' AND XPARMPERIOD(1:4) IS NUMERIC
                 AND XPARMPERIOD(5:2) = SPACES
                 MOVE XPARMPERIOD(1:4) TO NPERWORKYY
                 MOVE 12 TO NPERWORKMM
                 MOVE NPERWORK TO NCLOSEPERIOD
              WHEN XPARMPERIOD IS NUMERIC
                 AND XPARMPERIOD(5:2) >= '01'
                 AND XPARMPERIOD(5:2) <= '12'
                 MOVE XPARMPERIOD TO NCLOSEPERIOD
              WHEN OTHER
                 DISPLAY 'GL_CLOSE_PERIOD ' XPARMPERIOD
                    ' IS NOT A YYYYMM MONTH - NOTHING CLOSED.'
                 MOVE "aborted - bad GL_CLOSE_PERIOD" TO XAUDITDETAIL
                 PERFORM 900-ABORT
           END-EVALUATE.
           MOVE NCLOSEPERIOD(1:4) TO NCLOSEYEAR.
           COMPUTE NYEAREND = NCLOSEYEAR * 100 + 13.
           COMPUTE NDECEMBER = NCLOSEYEAR * 100 + 12.
           COMPUTE NOPENPERIOD = (NCLOSEYEAR + 1) * 100.
           PERFORM 110-LOAD-PERIODS.
           PERFORM 120-LOAD-CHART.

       110-LOAD-PERIODS.
           OPEN INPUT PERIODFILE.
           IF XPERIODSTATUS = '00'
              PERFORM 111-READ-PERIOD UNTIL XPERIODEOF = 'Y'
           END-IF.
           CLOSE PERIODFILE.

       111-READ-PERIOD.
           READ PERIODFILE
              AT END
                 MOVE 'Y' TO XPERIODEOF,
              NOT AT END
                 IF NPERCNT < 600
                    ADD 1 TO NPERCNT
                    MOVE NPERIODIN  TO NPERTBL(NPERCNT)
                    MOVE XPERSTATIN TO XPERSTATTBL(NPERCNT)
                    MOVE NPERDATEIN TO NPERDATETBL(NPERCNT)
                    MOVE XPERBYIN   TO XPERBYTBL(NPERCNT)
                 ELSE
                    DISPLAY 'PERIOD TABLE FULL - NOTHING CLOSED'
                    MOVE "aborted - period table full"
                       TO XAUDITDETAIL
                    PERFORM 900-ABORT
                 END-IF,
           END-READ.

       120-LOAD-CHART.
           OPEN INPUT CHARTFILE.
           IF XCHARTSTATUS = '00'
              PERFORM 121-READ-CHART UNTIL XCHARTEOF = 'Y'
           END-IF.
           CLOSE CHARTFILE.

       121-READ-CHART.
           READ CHARTFILE
              AT END
                 MOVE 'Y' TO XCHARTEOF,
              NOT AT END
                 IF NCHARTCNT < 300
                    ADD 1 TO NCHARTCNT
                    MOVE XCHACCTIN TO XCHACCTTBL(NCHARTCNT)
                    MOVE XCHTYPEIN TO XCHTYPETBL(NCHARTCNT)
                 END-IF,
           END-READ.

       150-FIND-PERIOD. *> NPERSUB > NPERCNT when not on file
           MOVE 'N' TO XFINDPERIOD.
           PERFORM VARYING NPERSUB FROM 1 BY 1
              UNTIL NPERSUB > NPERCNT
              OR NPERTBL(NPERSUB) = NFINDPERIOD
              CONTINUE
           END-PERFORM.
           IF NPERSUB NOT > NPERCNT
              IF XPERSTATTBL(NPERSUB) = 'C'
                 MOVE 'Y' TO XFINDPERIOD
              END-IF
           END-IF.

       160-MARK-CLOSED. *> NFINDPERIOD, after 150 has looked for it
           IF NPERSUB > NPERCNT
              ADD 1 TO NPERCNT
              MOVE NPERCNT TO NPERSUB
              MOVE NFINDPERIOD TO NPERTBL(NPERSUB)
           END-IF.
           MOVE 'C' TO XPERSTATTBL(NPERSUB).
           MOVE nRunDate TO NPERDATETBL(NPERSUB).
           MOVE XOPERATOR TO XPERBYTBL(NPERSUB).

       170-OPEN-REPORT.
           OPEN OUTPUT RPTFILE.
           IF XMODE = 'Y'
              MOVE 'GL YEAR-END CLOSE' TO XRPTTITLE
           ELSE
              MOVE 'GL MONTH CLOSE' TO XRPTTITLE
           END-IF.
           MOVE nRunDate TO NERPTDATE.
           MOVE XRPTHEADING TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

      *> ==============================================================
      *> MONTH CLOSE
      *> ==============================================================
       200-MONTH-CLOSE.
           PERFORM 170-OPEN-REPORT.
           MOVE NYEAREND TO NFINDPERIOD.
           PERFORM 150-FIND-PERIOD.
           IF XFINDPERIOD = 'Y'
              DISPLAY 'FISCAL YEAR ' NCLOSEYEAR ' IS ALREADY CLOSED.'
              MOVE "WARNING" TO XEOJCODE
           ELSE
              MOVE NCLOSEPERIOD TO NFINDPERIOD
              PERFORM 150-FIND-PERIOD
              IF XFINDPERIOD = 'Y'
                 DISPLAY 'PERIOD ' NCLOSEPERIOD ' IS ALREADY CLOSED.'
                 MOVE "WARNING" TO XEOJCODE
              ELSE
                 PERFORM 160-MARK-CLOSED
                 PERFORM 400-SAVE-PERIODS
                 DISPLAY 'PERIOD ' NCLOSEPERIOD ' CLOSED - LATER '
                    'BATCHES FOR IT POST TO THE NEXT OPEN PERIOD.'
                 PERFORM 210-EARLIER-OPEN
              END-IF
           END-IF.
           MOVE SPACES TO XRPTLINE.
           IF XEOJCODE = "CLEAN"
              STRING 'PERIOD ' NCLOSEPERIOD ' CLOSED BY ' XOPERATOR
                 DELIMITED BY SIZE INTO XRPTLINE
           ELSE
              STRING 'PERIOD ' NCLOSEPERIOD ' WAS ALREADY CLOSED'
                 DELIMITED BY SIZE INTO XRPTLINE
           END-IF.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       210-EARLIER-OPEN. *> a reminder only - months may close out
          *> of order when one is held open for adjustments
           MOVE NCLOSEPERIOD TO NPERWORK.
           IF NPERWORKMM > 1
              SUBTRACT 1 FROM NPERWORKMM
              MOVE NPERWORK TO NFINDPERIOD
              PERFORM 150-FIND-PERIOD
              IF XFINDPERIOD = 'N'
                 DISPLAY 'NOTE - THE MONTH BEFORE, ' NFINDPERIOD
                    ', IS STILL OPEN.'
              END-IF
           END-IF.

      *> ==============================================================
      *> YEAR-END CLOSE - revenue and expense to retained earnings,
      *> the rest brought forward as the new year's opening balances
      *> ==============================================================
       300-YEAR-END.
           MOVE NYEAREND TO NFINDPERIOD.
           PERFORM 150-FIND-PERIOD.
           IF XFINDPERIOD = 'Y'
              DISPLAY 'FISCAL YEAR ' NCLOSEYEAR
                 ' IS ALREADY CLOSED - NOTHING DONE.'
              MOVE "aborted - year already closed" TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.
           MOVE NDECEMBER TO NFINDPERIOD.
           PERFORM 150-FIND-PERIOD.
           IF XFINDPERIOD = 'N'
              DISPLAY 'PERIOD ' NDECEMBER ' IS STILL OPEN - CLOSE '
                 'IT BEFORE THE YEAR.'
              MOVE "aborted - December open" TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.
           PERFORM 310-FIND-RETAINED.
           PERFORM 320-LOAD-ACCOUNTS.
           PERFORM 170-OPEN-REPORT.
           PERFORM 330-CLOSE-ACCOUNT VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT.
           OPEN EXTEND BALFILE.
           IF XBALSTATUS NOT = '00'
              OPEN OUTPUT BALFILE
           END-IF.
           OPEN EXTEND POSTLOG.
           IF XPOSTLOGSTATUS NOT = '00'
              OPEN OUTPUT POSTLOG
           END-IF.
           MOVE SPACES TO XBATCHTAG.
           STRING 'YEAR-END CLOSE ' NCLOSEYEAR DELIMITED BY SIZE
              INTO XBATCHTAG.
           PERFORM 340-WRITE-CLOSING VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT.
           PERFORM 350-WRITE-OPENING VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT.
           CLOSE POSTLOG.
           CLOSE BALFILE.
           MOVE NYEAREND TO NFINDPERIOD.
           PERFORM 150-FIND-PERIOD.
           PERFORM 160-MARK-CLOSED.
           PERFORM 400-SAVE-PERIODS.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTDETAIL.
           MOVE XRETAINACCT TO XERPTACCT.
           MOVE NYEAREND TO NERPTPER.
           COMPUTE NERPTAMT = 0 - NNETINCOME.
           MOVE 'YEAR NET TO RETAINED EARNINGS' TO XERPTNOTE.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           DISPLAY 'FISCAL YEAR ' NCLOSEYEAR ' CLOSED - ' NCLOSEDCNT
              ' ACCOUNT(S) CLOSED, ' NBROUGHTCNT
              ' BROUGHT FORWARD.'.
           IF NOPENTOT NOT = 0
              DISPLAY 'OPENING BALANCES DO NOT NET TO ZERO - THE '
                 'LEDGER WAS OUT OF PROOF. RUN GL-TRIALBAL.'
              MOVE "WARNING" TO XEOJCODE
           END-IF.

       310-FIND-RETAINED. *> GL_RETAINED_ACCT, else the first equity
          *> account on the chart
           ACCEPT XRETAINACCT FROM ENVIRONMENT 'GL_RETAINED_ACCT'
              ON EXCEPTION MOVE SPACES TO XRETAINACCT
           END-ACCEPT.
           IF XRETAINACCT = SPACES
              PERFORM VARYING NCHARTSUB FROM 1 BY 1
                 UNTIL NCHARTSUB > NCHARTCNT
                 OR XRETAINACCT NOT = SPACES
                 IF XCHTYPETBL(NCHARTSUB) = 'Q'
                    MOVE XCHACCTTBL(NCHARTSUB) TO XRETAINACCT
                 END-IF
              END-PERFORM
           END-IF.
           IF XRETAINACCT = SPACES
              DISPLAY 'NO RETAINED EARNINGS ACCOUNT - SET '
                 'GL_RETAINED_ACCT OR ADD AN EQUITY (Q) ACCOUNT TO '
                 'THE CHART.'
              MOVE "aborted - no retained earnings acct"
                 TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.

       320-LOAD-ACCOUNTS. *> the retained earnings account is always
          *> among them, even before anything has posted to it
           MOVE 1 TO NACCTCNT.
           MOVE XRETAINACCT TO XACCTTBL(1).
           OPEN INPUT BALFILE.
           IF XBALSTATUS = '00'
              PERFORM 321-READ-BALANCE UNTIL XBALEOF = 'Y'
           END-IF.
           CLOSE BALFILE.

       321-READ-BALANCE.
           READ BALFILE
              AT END
                 MOVE 'Y' TO XBALEOF,
              NOT AT END
                 PERFORM VARYING NACCTSUB FROM 1 BY 1
                    UNTIL NACCTSUB > NACCTCNT
                    OR XACCTTBL(NACCTSUB) = XBALACCT
                    CONTINUE
                 END-PERFORM
                 IF NACCTSUB > NACCTCNT
                    IF NACCTCNT < 300
                       ADD 1 TO NACCTCNT
                       MOVE XBALACCT TO XACCTTBL(NACCTCNT)
                    ELSE
                       DISPLAY 'ACCOUNT TABLE FULL - NOTHING CLOSED'
                       MOVE "aborted - account table full"
                          TO XAUDITDETAIL
                       PERFORM 900-ABORT
                    END-IF
                 END-IF,
           END-READ.

       325-ACCOUNT-TYPE.
           MOVE SPACE TO XACCTTYPE.
           PERFORM VARYING NCHARTSUB FROM 1 BY 1
              UNTIL NCHARTSUB > NCHARTCNT
              IF XCHACCTTBL(NCHARTSUB) = XACCTTBL(NACCTSUB)
                 MOVE XCHTYPETBL(NCHARTSUB) TO XACCTTYPE
              END-IF
           END-PERFORM.

       330-CLOSE-ACCOUNT. *> a revenue or expense account's year
          *> comes off it whole; nothing else moves
           MOVE 0 TO NACCTCLOSE(NACCTSUB).
           PERFORM 325-ACCOUNT-TYPE.
           IF XACCTTYPE = 'R' OR XACCTTYPE = 'E'
              MOVE 'B' TO XGLBMODE
              CALL "glBalanceFor" USING XACCTTBL(NACCTSUB) NDECEMBER
                 XGLBMODE NGLBAMOUNT
              COMPUTE NACCTCLOSE(NACCTSUB) = 0 - NGLBAMOUNT
              ADD NGLBAMOUNT TO NNETINCOME
           END-IF.
           IF XACCTTYPE = SPACE
              DISPLAY 'ACCOUNT ' XACCTTBL(NACCTSUB) ' IS NOT ON THE '
                 'CHART - BROUGHT FORWARD AS A BALANCE SHEET ACCOUNT'
              MOVE "WARNING" TO XEOJCODE
           END-IF.

       340-WRITE-CLOSING. *> debits positive: the net of revenue
          *> (credit) and expense (debit) lands on retained earnings
           IF XACCTTBL(NACCTSUB) = XRETAINACCT
              ADD NNETINCOME TO NACCTCLOSE(NACCTSUB)
           END-IF.
           IF NACCTCLOSE(NACCTSUB) NOT = 0
              MOVE XACCTTBL(NACCTSUB) TO XBALACCT
              MOVE NACCTCLOSE(NACCTSUB) TO NBALAMT
              MOVE NYEAREND TO NBALPERIOD
              WRITE XBALREC
              MOVE nRunDate TO NPLOGDATE
              MOVE XBATCHTAG TO XPLOGBATCH
              MOVE XACCTTBL(NACCTSUB) TO XPLOGACCT
              IF NACCTCLOSE(NACCTSUB) > 0
                 MOVE 'D' TO XPLOGDRCR
                 MOVE NACCTCLOSE(NACCTSUB) TO NPLOGAMT
              ELSE
                 MOVE 'C' TO XPLOGDRCR
                 COMPUTE NPLOGAMT = 0 - NACCTCLOSE(NACCTSUB)
              END-IF
              MOVE 'YEAR-END CLOSE' TO XPLOGDESC
              MOVE NYEAREND TO NPLOGPERIOD
              MOVE 0 TO NPLOGDEPT
              WRITE XPOSTLOGREC
              IF XACCTTBL(NACCTSUB) NOT = XRETAINACCT
                 ADD 1 TO NCLOSEDCNT
                 MOVE SPACES TO XRPTDETAIL
                 MOVE XACCTTBL(NACCTSUB) TO XERPTACCT
                 PERFORM 325-ACCOUNT-TYPE
                 MOVE XACCTTYPE TO XERPTTYPE
                 MOVE NYEAREND TO NERPTPER
                 MOVE NACCTCLOSE(NACCTSUB) TO NERPTAMT
                 MOVE 'CLOSED TO RETAINED EARNINGS' TO XERPTNOTE
                 MOVE XRPTDETAIL TO XRPTLINE
                 WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.

       350-WRITE-OPENING. *> the year-end balance of every account
          *> left standing - revenue and expense start the year at 0
           PERFORM 325-ACCOUNT-TYPE.
           IF XACCTTYPE NOT = 'R' AND XACCTTYPE NOT = 'E'
              MOVE 'B' TO XGLBMODE
              CALL "glBalanceFor" USING XACCTTBL(NACCTSUB) NDECEMBER
                 XGLBMODE NGLBAMOUNT
              ADD NACCTCLOSE(NACCTSUB) TO NGLBAMOUNT
              ADD NGLBAMOUNT TO NOPENTOT
              IF NGLBAMOUNT NOT = 0
                 MOVE XACCTTBL(NACCTSUB) TO XBALACCT
                 MOVE NGLBAMOUNT TO NBALAMT
                 MOVE NOPENPERIOD TO NBALPERIOD
                 WRITE XBALREC
                 ADD 1 TO NBROUGHTCNT
                 MOVE SPACES TO XRPTDETAIL
                 MOVE XACCTTBL(NACCTSUB) TO XERPTACCT
                 MOVE XACCTTYPE TO XERPTTYPE
                 MOVE NOPENPERIOD TO NERPTPER
                 MOVE NGLBAMOUNT TO NERPTAMT
                 MOVE 'OPENING BALANCE' TO XERPTNOTE
                 MOVE XRPTDETAIL TO XRPTLINE
                 WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.

       400-SAVE-PERIODS.
           OPEN OUTPUT PERIODFILE.
           PERFORM VARYING NPERSUB FROM 1 BY 1
              UNTIL NPERSUB > NPERCNT
              MOVE NPERTBL(NPERSUB)     TO NPERIODIN
              MOVE XPERSTATTBL(NPERSUB) TO XPERSTATIN
              MOVE NPERDATETBL(NPERSUB) TO NPERDATEIN
              MOVE XPERBYTBL(NPERSUB)   TO XPERBYIN
              WRITE XPERIODREC
           END-PERFORM.
           CLOSE PERIODFILE.

       500-TERMINATE.
           CLOSE RPTFILE.
           MOVE SPACES TO XAUDITDETAIL.
           IF XMODE = 'Y'
              STRING "year-end " NCLOSEYEAR DELIMITED BY SIZE
                 INTO XAUDITDETAIL
           ELSE
              STRING "period " NCLOSEPERIOD DELIMITED BY SIZE
                 INTO XAUDITDETAIL
           END-IF.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.

       900-ABORT.
           CALL "writeAuditLog" USING XAUDITPROGNAME
              XAUDITEVENTEND XAUDITDETAIL.
           MOVE "FAILED" TO XEOJCODE.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
           STOP RUN.
