      *> file name per line. Each batch re-foots here and a batch
      *> whose debits do not equal credits is REJECTED whole (the
      *> figure its producer already proved, proved again at the
      *> door). Posted amounts land on the balance file by account
      *> and fiscal period, every line lands on GLPostings.txt
      *> tagged with its batch, period and department for the trial
      *> balance's drill-back and the budget report, and processed
      *> batch names retire to GLBatches-done.txt so a rerun cannot
      *> post them twice.
      *> A run posts into the month of its run date, or GL_POST_PERIOD
      *> (YYYYMM) for a late batch meant for an earlier month.
      *> GL-JEGEN's journal batches name their own month -
      *> GLJE-nnnnn-yyyymm.txt posts into yyyymm, so months a missed
      *> run catches up on each land in their own period; a reversal
      *> (GLJE-nnnnn-yyyymm-R.txt, yyyymm being the month the entry
      *> posted in) posts into the run's period like any batch. A
      *> period GL-CLOSE has closed takes nothing more: the batch
      *> moves on to the next open period, or with GL_CLOSED_ACTION
      *> R is REJECTED and stays queued.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              XCHARTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHARTSTATUS.
           SELECT OPTIONAL PERIODFILE ASSIGN TO DYNAMIC
              XPERIODFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPERIODSTATUS.

       DATA DIVISION.
       FILE SECTION.
              05 XEXTDESC          PIC X(16).
              05 XEXTJOB           PIC X(4).

       FD BALFILE. *> net activity per account per fiscal period,
          *> debits positive - see glbalance.cbl for the periods
       01 XBALREC.
              05 XBALACCT          PIC X(6).
              05 NBALAMT           PIC S9(9)V99 SIGN IS TRAILING.
              05 XBALPERIOD        PIC X(6). *> spaces on a balance
              *> from before the ledger kept periods
              05 NBALPERIOD REDEFINES XBALPERIOD PIC 9(6).

       FD POSTLOG. *> every posted line, tagged with its batch -
          *> the trial balance drills back through this
              05 XPLOGDRCR         PIC X.
              05 NPLOGAMT          PIC S9(7)V99 SIGN IS TRAILING.
              05 XPLOGDESC         PIC X(16).
              05 NPLOGPERIOD       PIC 9(6). *> YYYYMM posted to
              05 NPLOGDEPT         PIC 9. *> off the extract line

       FD CHARTFILE. *> chart of accounts
       01 XCHARTREC.
              05 XCHNAMEIN         PIC X(20).
              05 XCHTYPEIN         PIC X. *> A/L/Q/R/E

       FD PERIODFILE. *> fiscal periods - GL-CLOSE keeps it
       01 XPERIODREC.
              05 NPERIODIN         PIC 9(6). *> YYYYMM, YYYY13 = year
              05 XPERSTATIN        PIC X. *> O OPEN, C CLOSED
              05 NPERDATEIN        PIC 9(8).
              05 XPERBYIN          PIC X(8).

       WORKING-STORAGE SECTION.
              77 XEXTFILENAME   PIC X(100).
              77 XCHARTFILENAME PIC X(100).
              77 XBALSTATUS     PIC XX.
              77 XPOSTLOGSTATUS PIC XX.
              77 XCHARTSTATUS   PIC XX.
              77 XPERIODFILENAME PIC X(100).
              77 XPERIODSTATUS  PIC XX. *> PERIODFILE is OPTIONAL -
              *> until the first close every period is open
              77 XPERIODEOF     PIC X    VALUE 'N'.
              77 NCLOSEDCNT     PIC 9(3) VALUE 0.
              77 NCLOSEDSUB     PIC 9(3) VALUE 0.
              77 XPARMPERIOD    PIC X(6) VALUE SPACES.
              77 XCLOSEDACTION  PIC X    VALUE 'N'. *> N next open
              *> period, R reject - GL_CLOSED_ACTION overrides
              77 NPOSTPERIOD    PIC 9(6) VALUE 0.
              77 NBATPERIOD     PIC 9(6) VALUE 0.
              77 NBATASKED      PIC 9(6) VALUE 0. *> the period the
              *> batch was meant for, before any closed-period move
              77 XPERIODCLOSED  PIC X    VALUE 'N'.
              77 NMOVEDBATCH    PIC 9(3) VALUE 0.
              77 XBATCHEOF      PIC X    VALUE 'N'.
              77 XEXTEOF        PIC X    VALUE 'N'.
              77 XBALEOF        PIC X    VALUE 'N'.
              77 NBATCHSUB      PIC 9(3) VALUE 0.
              77 NPOSTEDBATCH   PIC 9(3) VALUE 0.
              77 NREJECTBATCH   PIC 9(3) VALUE 0.
              77 NBALCNT        PIC 9(4) VALUE 0.
              77 NBALSUB        PIC 9(4) VALUE 0.
              77 NCHARTCNT      PIC 9(3) VALUE 0.
              77 NCHARTSUB      PIC 9(3) VALUE 0.
              77 XACCTKNOWN     PIC X    VALUE 'N'.
                            10 XBATNAMETBL PIC X(100).
                            10 XBATVERDICT PIC X. *> P posted,
                            *> R rejected, M missing
                            10 NBATPERTBL  PIC 9(6).

              01 XBALTABLE.
                     05 XBALELEMENT OCCURS 5000 TIMES.
                            10 XBALACCTTBL PIC X(6).
                            10 NBALPERTBL  PIC 9(6).
                            10 NBALAMTTBL  PIC S9(9)V99.

              01 XCLOSEDTABLE. *> closed periods, and YYYY13 for a
                 *> closed year - every month of it is then closed
                     05 NCLOSEDPER OCCURS 600 TIMES PIC 9(6).

              01 XPERIODWORK.
                     05 NPERWORKYY  PIC 9(4).
                     05 NPERWORKMM  PIC 99.
              01 NPERWORK REDEFINES XPERIODWORK PIC 9(6).

              01 XCHARTTABLE.
                     05 XCHARTELEMENT OCCURS 300 TIMES.
                            10 XCHACCTTBL PIC X(6).
                            10 XLINEDRCR PIC X.
                            10 NLINEAMT  PIC S9(7)V99.
                            10 XLINEDESC PIC X(16).
                            10 NLINEDEPT PIC 9.

       PROCEDURE DIVISION.
       000-MAIN.
              ON EXCEPTION
                 MOVE 'GLChart.txt' TO XCHARTFILENAME
           END-ACCEPT.
           MOVE 'GLPeriods.txt' TO XPERIODFILENAME.
           ACCEPT XPERIODFILENAME FROM ENVIRONMENT 'GL_PERIOD_FILE'
              ON EXCEPTION
                 MOVE 'GLPeriods.txt' TO XPERIODFILENAME
           END-ACCEPT.
           ACCEPT XCLOSEDACTION FROM ENVIRONMENT 'GL_CLOSED_ACTION'
              ON EXCEPTION MOVE 'N' TO XCLOSEDACTION
           END-ACCEPT.
           IF XCLOSEDACTION = 'r'
              MOVE 'R' TO XCLOSEDACTION
           END-IF.
           COMPUTE NPOSTPERIOD = nRunDate / 100.
           ACCEPT XPARMPERIOD FROM ENVIRONMENT 'GL_POST_PERIOD'
              ON EXCEPTION MOVE SPACES TO XPARMPERIOD
           END-ACCEPT.
           IF XPARMPERIOD NOT = SPACES
              IF XPARMPERIOD IS NUMERIC
                 AND XPARMPERIOD(5:2) >= '01'
                 AND XPARMPERIOD(5:2) <= '12'
                 MOVE XPARMPERIOD TO NPOSTPERIOD
              ELSE
                 DISPLAY 'GL_POST_PERIOD ' XPARMPERIOD
                    ' IS NOT A YYYYMM MONTH - NOTHING POSTED.'
                 MOVE "aborted - bad GL_POST_PERIOD" TO XAUDITDETAIL
                 CALL "writeAuditLog" USING XAUDITPROGNAME
                    XAUDITEVENTEND XAUDITDETAIL
                 MOVE "FAILED" TO XEOJCODE
                 CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
                    XAUDITDETAIL
                 STOP RUN
              END-IF
           END-IF.
           PERFORM 110-LOAD-CHART.
           PERFORM 120-LOAD-BALANCES.
           PERFORM 140-LOAD-PERIODS.
           OPEN INPUT BATCHCTL.
           IF XBATCHCTLSTATUS NOT = '00'
              DISPLAY 'NO BATCH CONTROL FILE (GLBatches.ctl) - '
              AT END
                 MOVE 'Y' TO XBALEOF,
              NOT AT END
                 IF NBALCNT < 5000
                    ADD 1 TO NBALCNT
                    MOVE XBALACCT TO XBALACCTTBL(NBALCNT)
                    MOVE NBALAMT TO NBALAMTTBL(NBALCNT)
                    IF XBALPERIOD = SPACES
                       MOVE 0 TO NBALPERTBL(NBALCNT)
                    ELSE
                       MOVE NBALPERIOD TO NBALPERTBL(NBALCNT)
                    END-IF
                 ELSE
                    DISPLAY 'BALANCE TABLE FULL - NOTHING POSTED'
                    MOVE "aborted - balance table full"
                       TO XAUDITDETAIL
                    CALL "writeAuditLog" USING XAUDITPROGNAME
                       XAUDITEVENTEND XAUDITDETAIL
                    MOVE "FAILED" TO XEOJCODE
                    CALL "writeEndOfJob" USING XAUDITPROGNAME
                       XEOJCODE XAUDITDETAIL
                    STOP RUN
                 END-IF,
           END-READ.

                 END-IF,
           END-READ.

       140-LOAD-PERIODS.
           OPEN INPUT PERIODFILE.
           IF XPERIODSTATUS = '00'
              PERFORM 141-READ-PERIOD UNTIL XPERIODEOF = 'Y'
           END-IF.
           CLOSE PERIODFILE.

       141-READ-PERIOD.
           READ PERIODFILE
              AT END
                 MOVE 'Y' TO XPERIODEOF,
              NOT AT END
                 IF XPERSTATIN = 'C' AND NCLOSEDCNT < 600
                    ADD 1 TO NCLOSEDCNT
                    MOVE NPERIODIN TO NCLOSEDPER(NCLOSEDCNT)
                 END-IF,
           END-READ.

       200-POST-BATCHES. *> one extract file = one journal batch
           MOVE XBATNAMETBL(NBATCHSUB) TO XEXTFILENAME.
           MOVE 'N' TO XEXTEOF.
              CLOSE EXTFILE
              MOVE NBATDEBITS TO NEBATDEBITS
              MOVE NBATCREDITS TO NEBATCREDITS
              PERFORM 220-SET-PERIOD
              EVALUATE TRUE
                 WHEN XPERIODCLOSED = 'Y'
                    ADD 1 TO NREJECTBATCH
                    MOVE 'R' TO XBATVERDICT(NBATCHSUB)
                    DISPLAY 'REJECTED ' FUNCTION TRIM(XEXTFILENAME)
                       ' - PERIOD ' NBATASKED ' IS CLOSED'
                 WHEN NBATDEBITS = NBATCREDITS AND NLINECNT > 0
                    PERFORM 230-APPLY-BATCH
                    ADD 1 TO NPOSTEDBATCH
                    MOVE 'P' TO XBATVERDICT(NBATCHSUB)
                    DISPLAY 'POSTED ' FUNCTION TRIM(XEXTFILENAME)
                       ' - ' NLINECNT ' LINES, ' NEBATDEBITS
                       ' TO ' NBATPERIOD
                 WHEN OTHER
                    ADD 1 TO NREJECTBATCH
                    MOVE 'R' TO XBATVERDICT(NBATCHSUB)
                    DISPLAY 'REJECTED ' FUNCTION TRIM(XEXTFILENAME)
                       ' - DEBITS ' NEBATDEBITS ' CREDITS '
                       NEBATCREDITS ' - NOTHING FROM IT POSTED'
              END-EVALUATE
           END-IF.

       210-STAGE-LINE. *> the extract's own TOTAL proof lines are
                    MOVE XEXTDRCR TO XLINEDRCR(NLINECNT)
                    MOVE NEXTAMT TO NLINEAMT(NLINECNT)
                    MOVE XEXTDESC TO XLINEDESC(NLINECNT)
                    MOVE NEXTDEPT TO NLINEDEPT(NLINECNT)
                    IF XEXTDRCR = 'D'
                       ADD NEXTAMT TO NBATDEBITS
                    ELSE
                 END-IF,
           END-READ.

       220-SET-PERIOD. *> a closed period passes the batch on to the
          *> next open month, unless the shop would rather reject it
           MOVE NPOSTPERIOD TO NBATPERIOD.
           IF XEXTFILENAME(1:5) = 'GLJE-'
              AND XEXTFILENAME(18:4) = '.txt'
              AND XEXTFILENAME(12:6) IS NUMERIC
              MOVE XEXTFILENAME(12:6) TO NPERWORK
              IF NPERWORKMM >= 1 AND NPERWORKMM <= 12
                 MOVE NPERWORK TO NBATPERIOD
              END-IF
           END-IF.
           MOVE NBATPERIOD TO NBATASKED.
           PERFORM 225-CHECK-PERIOD.
           IF XPERIODCLOSED = 'Y' AND XCLOSEDACTION NOT = 'R'
              PERFORM 226-NEXT-PERIOD UNTIL XPERIODCLOSED = 'N'
              DISPLAY 'PERIOD ' NBATASKED ' IS CLOSED - '
                 FUNCTION TRIM(XEXTFILENAME) ' POSTS TO ' NBATPERIOD
              ADD 1 TO NMOVEDBATCH
              MOVE "WARNING" TO XEOJCODE
           END-IF.
           MOVE NBATPERIOD TO NBATPERTBL(NBATCHSUB).

       225-CHECK-PERIOD.
           MOVE 'N' TO XPERIODCLOSED.
           MOVE NBATPERIOD TO NPERWORK.
           MOVE 13 TO NPERWORKMM.
           PERFORM VARYING NCLOSEDSUB FROM 1 BY 1
              UNTIL NCLOSEDSUB > NCLOSEDCNT
              IF NCLOSEDPER(NCLOSEDSUB) = NBATPERIOD
                 OR NCLOSEDPER(NCLOSEDSUB) = NPERWORK
                 MOVE 'Y' TO XPERIODCLOSED
              END-IF
           END-PERFORM.

       226-NEXT-PERIOD.
           MOVE NBATPERIOD TO NPERWORK.
           IF NPERWORKMM >= 12
              ADD 1 TO NPERWORKYY
              MOVE 1 TO NPERWORKMM
           ELSE
              ADD 1 TO NPERWORKMM
           END-IF.
           MOVE NPERWORK TO NBATPERIOD.
           PERFORM 225-CHECK-PERIOD.

       230-APPLY-BATCH.
           PERFORM 240-APPLY-LINE VARYING NLINESUB FROM 1 BY 1
              UNTIL NLINESUB > NLINECNT.
           PERFORM VARYING NBALSUB FROM 1 BY 1
              UNTIL NBALSUB > NBALCNT
              IF XBALACCTTBL(NBALSUB) = XLINEACCT(NLINESUB)
                 AND NBALPERTBL(NBALSUB) = NBATPERIOD
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NBALSUB > NBALCNT
              IF NBALCNT < 5000
                 ADD 1 TO NBALCNT
                 MOVE NBALCNT TO NBALSUB
                 MOVE XLINEACCT(NLINESUB) TO XBALACCTTBL(NBALSUB)
                 MOVE NBATPERIOD TO NBALPERTBL(NBALSUB)
                 MOVE 0 TO NBALAMTTBL(NBALSUB)
              ELSE
                 DISPLAY 'BALANCE TABLE FULL - ACCOUNT '
              MOVE XLINEDRCR(NLINESUB) TO XPLOGDRCR
              MOVE NLINEAMT(NLINESUB) TO NPLOGAMT
              MOVE XLINEDESC(NLINESUB) TO XPLOGDESC
              MOVE NBATPERIOD TO NPLOGPERIOD
              MOVE NLINEDEPT(NLINESUB) TO NPLOGDEPT
              WRITE XPOSTLOGREC
           END-IF.

           PERFORM 320-RETIRE-BATCHES.
           DISPLAY NPOSTEDBATCH ' BATCH(ES) POSTED, ' NREJECTBATCH
              ' REJECTED.'.
           IF NMOVEDBATCH > 0
              DISPLAY NMOVEDBATCH ' BATCH(ES) MOVED PAST A CLOSED '
                 'PERIOD.'
           END-IF.
           IF NREJECTBATCH > 0
              MOVE "WARNING" TO XEOJCODE
           END-IF.
              UNTIL NBALSUB > NBALCNT
              MOVE XBALACCTTBL(NBALSUB) TO XBALACCT
              MOVE NBALAMTTBL(NBALSUB) TO NBALAMT
              MOVE NBALPERTBL(NBALSUB) TO NBALPERIOD
              WRITE XBALREC
           END-PERFORM.
           CLOSE BALFILE.
                 STRING XBATNAMETBL(NBATCHSUB) DELIMITED BY SPACE
                    ' POSTED ' DELIMITED BY SIZE
                    nRunDate DELIMITED BY SIZE
                    ' PERIOD ' DELIMITED BY SIZE
                    NBATPERTBL(NBATCHSUB) DELIMITED BY SIZE
                    INTO XBATCHDONEREC
                    ON OVERFLOW CONTINUE
                 END-STRING
