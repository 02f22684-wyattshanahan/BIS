      *> number and the report also drills that account back to its
      *> batch-level postings off GLPostings.txt - which batch, what
      *> side, how much.
      *> The figures are by fiscal period (see glbalance.cbl, which
      *> must be compiled in): GLTB_PERIOD names the period, YYYYMM
      *> or YYYY13 for the year after its closing entries, and
      *> defaults to the run date's month. GLTB_MODE B (the default)
      *> gives each account's balance at the end of the period, M
      *> just that period's activity; the drill-back lists the
      *> postings the figure is made of.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 XBALREC.
              05 XBALACCT          PIC X(6).
              05 NBALAMT           PIC S9(9)V99 SIGN IS TRAILING.
              05 XBALPERIOD        PIC X(6).

       FD CHARTFILE.
       01 XCHARTREC.
              05 XPLOGDRCR         PIC X.
              05 NPLOGAMT          PIC S9(7)V99 SIGN IS TRAILING.
              05 XPLOGDESC         PIC X(16).
              05 XPLOGPERIOD       PIC X(6). *> spaces before periods
              05 NPLOGPERIOD REDEFINES XPLOGPERIOD PIC 9(6).
              05 NPLOGDEPT         PIC 9.

       FD RPTFILE.
       01 XRPTLINE              PIC X(100).
              77 NCHARTCNT      PIC 9(3) VALUE 0.
              77 NCHARTSUB      PIC 9(3) VALUE 0.
              77 NACCTCNT       PIC 9(3) VALUE 0.
              77 NACCTSUB       PIC 9(3) VALUE 0.
              77 NTBPERIOD      PIC 9(6) VALUE 0.
              77 XPARMPERIOD    PIC X(6) VALUE SPACES.
              77 XTBMODE        PIC X    VALUE 'B'.
              77 NGLBAMOUNT     PIC S9(9)V99 VALUE 0.
              77 NDRILLLOW      PIC 9(6) VALUE 0.
              77 NDRILLPER      PIC 9(6) VALUE 0.
              77 NDEBITTOT      PIC S9(10)V99 VALUE 0.
              77 NCREDITTOT     PIC S9(10)V99 VALUE 0.
              77 XDRILLACCT     PIC X(6) VALUE SPACES.
              77 XAUDITEVENTSTART PIC X(8) VALUE "START".
              77 XAUDITEVENTEND PIC X(8)  VALUE "END".
              77 XEOJCODE       PIC X(8)  VALUE "CLEAN".
              COPY "rundate-ws.cbl".

              01 XCHARTTABLE.
                     05 XCHARTELEMENT OCCURS 300 TIMES.
                            10 XCHACCTTBL PIC X(6).
                            10 XCHNAMETBL PIC X(20).

              01 XACCTTABLE. *> every account on the balance file
                     05 XACCTTBL OCCURS 300 TIMES PIC X(6).

              01 XTBPERLINE.
                     05 FILLER   PIC X(7)  VALUE 'PERIOD '.
                     05 NETBPER  PIC 9(6).
                     05 FILLER   PIC X(2)  VALUE SPACES.
                     05 XETBMODE PIC X(25).

              01 XTBHEADING.
                     05 FILLER   PIC X(14) VALUE 'TRIAL BALANCE '.
                     05 FILLER   PIC X(16) VALUE 'ACCT   NAME     '.
                     05 NEDRLAMT   PIC $$$,$$9.99.
                     05 FILLER     PIC X(1)  VALUE SPACE.
                     05 XEDRLDESC  PIC X(16).
                     05 FILLER     PIC X(1)  VALUE SPACE.
                     05 NEDRLPER   PIC 9(6).

       PROCEDURE DIVISION.
       000-MAIN.
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 200-LOOP UNTIL XBALEOF = 'Y'.
           PERFORM 210-PRINT-ACCOUNT VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT.
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           COMPUTE NTBPERIOD = nRunDate / 100.
           ACCEPT XPARMPERIOD FROM ENVIRONMENT 'GLTB_PERIOD'
              ON EXCEPTION MOVE SPACES TO XPARMPERIOD
           END-ACCEPT.
           IF XPARMPERIOD NOT = SPACES
              IF XPARMPERIOD IS NUMERIC
                 AND XPARMPERIOD(5:2) <= '13'
                 MOVE XPARMPERIOD TO NTBPERIOD
              ELSE
                 DISPLAY 'GLTB_PERIOD ' XPARMPERIOD
                    ' IS NOT A YYYYMM PERIOD.'
                 MOVE "aborted - bad GLTB_PERIOD" TO XAUDITDETAIL
                 CALL "writeAuditLog" USING XAUDITPROGNAME
                    XAUDITEVENTEND XAUDITDETAIL
                 MOVE "FAILED" TO XEOJCODE
                 CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
                    XAUDITDETAIL
                 STOP RUN
              END-IF
           END-IF.
           ACCEPT XTBMODE FROM ENVIRONMENT 'GLTB_MODE'
              ON EXCEPTION MOVE 'B' TO XTBMODE
           END-ACCEPT.
           IF XTBMODE NOT = 'M'
              MOVE 'B' TO XTBMODE
           END-IF.
           MOVE 'GLChart.txt' TO XCHARTFILENAME.
           ACCEPT XCHARTFILENAME FROM ENVIRONMENT 'GL_CHART_FILE'
              ON EXCEPTION
              STOP RUN
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE NTBPERIOD TO NETBPER.
           IF XTBMODE = 'M'
              MOVE 'ACTIVITY FOR THE PERIOD' TO XETBMODE
           ELSE
              MOVE 'BALANCE AT PERIOD END' TO XETBMODE
           END-IF.
           MOVE XTBHEADING TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           DISPLAY XTBHEADING.
           MOVE XTBPERLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           DISPLAY XTBPERLINE.

       110-READ-CHART.
           READ CHARTFILE
              AT END
                 MOVE 'Y' TO XBALEOF,
              NOT AT END
                 PERFORM 205-ADD-ACCOUNT,
           END-READ.

       205-ADD-ACCOUNT. *> the balance file holds a line per account
          *> per period; the report wants each account once
           PERFORM VARYING NACCTSUB FROM 1 BY 1
              UNTIL NACCTSUB > NACCTCNT
              OR XACCTTBL(NACCTSUB) = XBALACCT
              CONTINUE
           END-PERFORM.
           IF NACCTSUB > NACCTCNT AND NACCTCNT < 300
              ADD 1 TO NACCTCNT
              MOVE XBALACCT TO XACCTTBL(NACCTCNT)
           END-IF.

       210-PRINT-ACCOUNT. *> a debit balance prints left, a credit
          *> balance prints right as its absolute value
           CALL "glBalanceFor" USING XACCTTBL(NACCTSUB) NTBPERIOD
              XTBMODE NGLBAMOUNT.
           MOVE NGLBAMOUNT TO NBALAMT.
           MOVE XACCTTBL(NACCTSUB) TO XETBACCT.
           MOVE 'NOT ON CHART' TO XETBNAME.
           PERFORM VARYING NCHARTSUB FROM 1 BY 1
              UNTIL NCHARTSUB > NCHARTCNT
              IF XCHACCTTBL(NCHARTSUB) = XACCTTBL(NACCTSUB)
                 MOVE XCHNAMETBL(NCHARTSUB) TO XETBNAME
                 EXIT PERFORM
              END-IF
           END-STRING.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           DISPLAY 'POSTINGS FOR ACCOUNT ' XDRILLACCT ':'.
           IF XTBMODE = 'M'
              MOVE NTBPERIOD TO NDRILLLOW
           ELSE
              MOVE 0 TO NDRILLLOW
           END-IF.
           OPEN INPUT POSTLOG.
           IF XPOSTLOGSTATUS = '00'
              PERFORM 320-READ-POSTING UNTIL XPLOGEOF = 'Y'
              AT END
                 MOVE 'Y' TO XPLOGEOF,
              NOT AT END
                 IF XPLOGPERIOD = SPACES
                    MOVE 0 TO NDRILLPER
                 ELSE
                    MOVE NPLOGPERIOD TO NDRILLPER
                 END-IF
                 IF XPLOGACCT = XDRILLACCT
                    AND NDRILLPER >= NDRILLLOW
                    AND NDRILLPER <= NTBPERIOD
                    MOVE NDRILLPER TO NEDRLPER
                    MOVE NPLOGDATE TO NEDRLDATE
                    MOVE XPLOGBATCH TO XEDRLBATCH
                    MOVE XPLOGDRCR TO XEDRLDRCR
