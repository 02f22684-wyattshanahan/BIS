       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-METRICS.
       AUTHOR. WYATT SHANAHAN.

      *> Month-end receivables metrics for management - the figures
      *> that used to be rebuilt by hand from FILEREADER and the
      *> posted-activity log. For the month in AR_METRICS_MONTH
      *> (YYYYMM; default the month before the run date, as
      *> AR-TAXRPT defaults):
      *>   - ending receivables and its aging from the customer
      *>     master, aged as FILEREADER ages them but as of the
      *>     month-end (or the run date, if earlier)
      *>   - credit sales, net collections (payments less NSF
      *>     reversals) and write-offs from ARActivity-posted.txt
      *>   - DSO = ending receivables / credit sales x days in month
      *>   - CEI = (beginning + sales - ending) /
      *>           (beginning + sales - ending current) x 100,
      *>     beginning being last month's saved ending receivables
      *>     (derived back from this month's activity when there is
      *>     no snapshot for last month)
      *>   - percent of receivables past 60 and past 90 days
      *> Each month's figures are saved on ARMetrics-history.txt (a
      *> rerun of a month replaces its snapshot) and the report shows
      *> the twelve months ending with this one, each with its change
      *> from the month before. Every customer's past-due amount
      *> (over 30 days) is saved on ARMetrics-pastdue.txt so the next
      *> month can list the ten customers whose past-due grew most.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTFILE ASSIGN TO DYNAMIC XCUSTFILENAME
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ACTLOG ASSIGN TO "ARActivity-posted.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XACTLOGSTATUS.
           SELECT OPTIONAL HISTFILE ASSIGN TO "ARMetrics-history.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XHISTSTATUS.
           SELECT OPTIONAL PASTDUEFILE ASSIGN TO
              "ARMetrics-pastdue.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPDSTATUS.
           SELECT RPTFILE ASSIGN TO "AR-metrics-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTFILE.
       01 XCUSTIN.
              05 NCUSTNUMIN        PIC 9(5).
              05 XLASTNAME         PIC X(25).
              05 XFIRSTNAME        PIC X(20).
              05 NYEAR             PIC 9(4).
              05 NMONTH            PIC 99.
              05 NDAY              PIC 99.
              05 NBALANCE          PIC S9(5)V99 SIGN IS TRAILING.
              05 NCREDLIM          PIC 9(5). *> 0 = NO LIMIT SET
              05 XHOLDFLAG         PIC X. *> H = OVER-LIMIT HOLD

       FD ACTLOG. *> same layout AR-POST appends
       01 XACTREC.
              05 NACTCUST          PIC 9(5).
              05 XACTTYPE          PIC X.
              05 NACTAMT           PIC 9(5)V99.
              05 NACTDATE          PIC 9(8).
              05 NACTINV           PIC 9(6).

       FD HISTFILE. *> one snapshot per month-end, oldest first
       01 XHISTREC.
              05 NHSMONTHIN        PIC 9(6).
              05 NHSENDARIN        PIC S9(7)V99 SIGN IS TRAILING.
              05 NHSCURRENTIN      PIC S9(7)V99 SIGN IS TRAILING.
              05 NHSPAST60IN       PIC S9(7)V99 SIGN IS TRAILING.
              05 NHSPAST90IN       PIC S9(7)V99 SIGN IS TRAILING.
              05 NHSSALESIN        PIC 9(7)V99.
              05 NHSCOLLECTIN      PIC S9(7)V99 SIGN IS TRAILING.
              05 NHSWRITEOFFIN     PIC 9(7)V99.
              05 NHSDSOIN          PIC 9(4)V9.
              05 NHSCEIIN          PIC S9(4)V9 SIGN IS TRAILING.
              05 NHSPCT60IN        PIC S9(3)V9 SIGN IS TRAILING.
              05 NHSPCT90IN        PIC S9(3)V9 SIGN IS TRAILING.

       FD PASTDUEFILE. *> each customer's past-due at a month-end
       01 XPASTDUEREC.
              05 NPDMONTHIN        PIC 9(6).
              05 NPDCUSTIN         PIC 9(5).
              05 NPDAMTIN          PIC 9(5)V99.

       FD RPTFILE.
       01 XRPTLINE              PIC X(80).

       WORKING-STORAGE SECTION.
              77 XCUSTFILENAME  PIC X(100).
              77 XACTLOGSTATUS  PIC XX. *> ACTLOG is OPTIONAL - no log
              *> means nothing has posted, so no sales to measure
              77 XHISTSTATUS    PIC XX.
              77 XPDSTATUS      PIC XX.
              77 XCUSTEOF       PIC X        VALUE 'N'.
              77 XACTEOF        PIC X        VALUE 'N'.
              77 XHISTEOF       PIC X        VALUE 'N'.
              77 XPDEOF         PIC X        VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AR-METRICS".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              77 XPARMMONTH     PIC X(6)     VALUE SPACES.
              77 NRPTMONTH      PIC 9(6)     VALUE 0.
              77 NRPTYEAR       PIC 9(4)     VALUE 0.
              77 NRPTMM         PIC 99       VALUE 0.
              77 NPRIORMONTH    PIC 9(6)     VALUE 0.
              77 NNEXTFIRST     PIC 9(8)     VALUE 0.
              77 NMONTHEND      PIC 9(8)     VALUE 0.
              77 NASOFDATE      PIC 9(8)     VALUE 0.
              77 NDAYSINMONTH   PIC 99       VALUE 0.
              77 NDUEDATE       PIC 9(8).
              77 NDAYSOLD       PIC S9(5).
              77 NCUSTCNT       PIC 9(5)     VALUE 0.
              77 NENDAR         PIC S9(7)V99 VALUE 0.
              77 NCURRENT       PIC S9(7)V99 VALUE 0.
              77 NPAST60        PIC S9(7)V99 VALUE 0.
              77 NPAST90        PIC S9(7)V99 VALUE 0.
              77 NPASTDUE       PIC S9(7)V99 VALUE 0.
              77 NSALES         PIC 9(7)V99  VALUE 0.
              77 NCOLLECT       PIC S9(7)V99 VALUE 0.
              77 NWRITEOFF      PIC 9(7)V99  VALUE 0.
              77 NCREDMEMO      PIC 9(7)V99  VALUE 0.
              77 NREFUNDS       PIC 9(7)V99  VALUE 0.
              77 NBEGINAR       PIC S9(7)V99 VALUE 0.
              77 XBEGINSRC      PIC X(30)    VALUE SPACES.
              77 NDSO           PIC 9(4)V9   VALUE 0.
              77 NCEI           PIC S9(4)V9  VALUE 0.
              77 NPCT60         PIC S9(3)V9  VALUE 0.
              77 NPCT90         PIC S9(3)V9  VALUE 0.
              77 NCEINUM        PIC S9(8)V99 VALUE 0.
              77 NCEIDEN        PIC S9(8)V99 VALUE 0.
              77 NCUSTPASTDUE   PIC 9(5)V99  VALUE 0.
              77 NPRIORPD       PIC 9(5)V99  VALUE 0.
              77 NINCREASE      PIC S9(5)V99 VALUE 0.
              77 NHSCNT         PIC 9(3)     VALUE 0.
              77 NHSSUB         PIC 9(3)     VALUE 0.
              77 NHSSHIFT       PIC 9(3)     VALUE 0.
              77 NHSPOS         PIC 9(3)     VALUE 0.
              77 NHSFIRST       PIC 9(3)     VALUE 0.
              77 NPDCNT         PIC 9(4)     VALUE 0.
              77 NPDSUB         PIC 9(4)     VALUE 0.
              77 NCURPDCNT      PIC 9(4)     VALUE 0.
              77 NPDPRIORMONTH  PIC 9(6)     VALUE 0.
              77 NTOPCNT        PIC 99       VALUE 0.
              77 NTOPSUB        PIC 99       VALUE 0.
              77 NTOPSHIFT      PIC 99       VALUE 0.
              77 NCHGWORK       PIC S9(4)V9  VALUE 0.
              77 NEWORKAMT      PIC $$,$$$,$$9.99-.
              77 NEWORKDSO      PIC ZZZ9.9.
              77 NEWORKCEI      PIC ---9.9.
              COPY "rundate-ws.cbl".

              01 XHISTTABLE.
                     05 XHSELEMENT OCCURS 121 TIMES. *> one spare
                     *> for this month - only the latest 120 save
                            10 NHSMONTH     PIC 9(6).
                            10 NHSENDAR     PIC S9(7)V99.
                            10 NHSCURRENT   PIC S9(7)V99.
                            10 NHSPAST60    PIC S9(7)V99.
                            10 NHSPAST90    PIC S9(7)V99.
                            10 NHSSALES     PIC 9(7)V99.
                            10 NHSCOLLECT   PIC S9(7)V99.
                            10 NHSWRITEOFF  PIC 9(7)V99.
                            10 NHSDSO       PIC 9(4)V9.
                            10 NHSCEI       PIC S9(4)V9.
                            10 NHSPCT60     PIC S9(3)V9.
                            10 NHSPCT90     PIC S9(3)V9.

              01 XPRIORPDTABLE. *> last month-end's past-due by
                 *> customer
                     05 XPDELEMENT OCCURS 1000 TIMES.
                            10 NPDCUST      PIC 9(5).
                            10 NPDAMT       PIC 9(5)V99.

              01 XCURPDTABLE. *> this month-end's, saved for the next
                     05 XCPELEMENT OCCURS 1000 TIMES.
                            10 NCPCUST      PIC 9(5).
                            10 NCPAMT       PIC 9(5)V99.

              01 XTOPTABLE. *> largest past-due increases, biggest
                 *> first
                     05 XTOPELEMENT OCCURS 10 TIMES.
                            10 NTOPCUST     PIC 9(5).
                            10 XTOPNAME     PIC X(30).
                            10 NTOPPRIOR    PIC 9(5)V99.
                            10 NTOPNOW      PIC 9(5)V99.
                            10 NTOPINCR     PIC S9(5)V99.

              01 XRPTHEAD.
                     05 FILLER      PIC X(26) VALUE
                        'AR METRICS FOR MONTH-END '.
                     05 NEHEADYEAR  PIC 9(4).
                     05 FILLER      PIC X     VALUE '/'.
                     05 NEHEADMM    PIC 99.
                     05 FILLER      PIC X(12) VALUE '   AGED AS '.
                     05 NEHEADASOF  PIC 9999/99/99.

              01 XRPTAMTLINE.
                     05 XRPTAMTTAG  PIC X(30).
                     05 NERPTAMT    PIC $$,$$$,$$9.99-.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XRPTAMTNOTE PIC X(30).

              01 XRPTPCTLINE.
                     05 XRPTPCTTAG  PIC X(30).
                     05 NERPTPCT    PIC ----9.9.
                     05 XRPTPCTUNIT PIC X(9).
                     05 XRPTPCTNOTE PIC X(30).

              01 XTRENDHEAD1     PIC X(80) VALUE
                 'ROLLING 12-MONTH TREND'.
              01 XTRENDHEAD2.
                     05 FILLER      PIC X(40) VALUE
                        'MONTH       DSO   CHG    CEI   CHG  %>60'.
                     05 FILLER      PIC X(40) VALUE
                        '   CHG  %>90   CHG      WRITE-OFFS'.

              01 XTRENDLINE.
                     05 NETRMONTH   PIC 9999/99.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NETRDSO     PIC ZZZ9.9.
                     05 NETRDSOCHG  PIC +++9.9.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NETRCEI     PIC ---9.9.
                     05 NETRCEICHG  PIC +++9.9.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NETR60      PIC ZZ9.9.
                     05 NETR60CHG   PIC +++9.9.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NETR90      PIC ZZ9.9.
                     05 NETR90CHG   PIC +++9.9.
                     05 FILLER      PIC X(3)  VALUE SPACES.
                     05 NETRWO      PIC $$,$$$,$$9.99.

              01 XTOPHEAD1       PIC X(80) VALUE
                 'LARGEST PAST-DUE INCREASES SINCE LAST MONTH-END'.
              01 XTOPHEAD2.
                     05 FILLER      PIC X(40) VALUE
                        'CUST   NAME                             '.
                     05 FILLER      PIC X(40) VALUE
                        'PRIOR  NOW PAST DUE      INCREASE'.

              01 XTOPLINE.
                     05 NETOPCUST   PIC 9(5).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XETOPNAME   PIC X(28).
                     05 NETOPPRIOR  PIC $$$,$$9.99.
                     05 FILLER      PIC X(4)  VALUE SPACES.
                     05 NETOPNOW    PIC $$$,$$9.99.
                     05 FILLER      PIC X(4)  VALUE SPACES.
                     05 NETOPINCR   PIC $$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 110-LOAD-HISTORY.
           PERFORM 120-LOAD-PRIOR-PASTDUE.
           OPEN INPUT CUSTFILE.
           PERFORM 200-AGE-CUSTOMERS UNTIL XCUSTEOF = 'Y'.
           CLOSE CUSTFILE.
           OPEN INPUT ACTLOG.
           IF XACTLOGSTATUS = '00'
              PERFORM 250-READ-ACTIVITY UNTIL XACTEOF = 'Y'
           ELSE
              DISPLAY 'NO POSTED-ACTIVITY LOG ON FILE - NO SALES OR '
                 'COLLECTIONS TO MEASURE'
              MOVE 'WARNING' TO XEOJCODE
           END-IF.
           CLOSE ACTLOG.
           PERFORM 300-COMPUTE-METRICS.
           PERFORM 320-STORE-SNAPSHOT.
           PERFORM 400-WRITE-REPORT.
           PERFORM 500-SAVE-HISTORY.
           PERFORM 510-SAVE-PASTDUE.
           PERFORM 900-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'customer-20.txt' TO XCUSTFILENAME.
           ACCEPT XCUSTFILENAME FROM ENVIRONMENT 'CUSTOMER_FILE'
              ON EXCEPTION
                 MOVE 'customer-20.txt' TO XCUSTFILENAME
           END-ACCEPT.
           ACCEPT XPARMMONTH FROM ENVIRONMENT 'AR_METRICS_MONTH'
              ON EXCEPTION MOVE SPACES TO XPARMMONTH
           END-ACCEPT.
           IF XPARMMONTH NUMERIC
              MOVE XPARMMONTH TO NRPTMONTH
              DIVIDE NRPTMONTH BY 100 GIVING NRPTYEAR
                 REMAINDER NRPTMM
           ELSE
              DIVIDE nRunDate BY 10000 GIVING NRPTYEAR
              COMPUTE NRPTMM = (nRunDate - NRPTYEAR * 10000) / 100
              IF NRPTMM = 1
                 SUBTRACT 1 FROM NRPTYEAR
                 MOVE 12 TO NRPTMM
              ELSE
                 SUBTRACT 1 FROM NRPTMM
              END-IF
           END-IF.
           IF NRPTMM < 1 OR NRPTMM > 12
              DISPLAY 'AR_METRICS_MONTH MUST BE YYYYMM - NO REPORT.'
              MOVE "refused - bad report month" TO XAUDITDETAIL
              MOVE "FAILED" TO XEOJCODE
              PERFORM 950-END-OF-JOB
              STOP RUN
           END-IF.
           COMPUTE NRPTMONTH = NRPTYEAR * 100 + NRPTMM.
           IF NRPTMM = 1
              COMPUTE NPRIORMONTH = (NRPTYEAR - 1) * 100 + 12
           ELSE
              COMPUTE NPRIORMONTH = NRPTMONTH - 1
           END-IF.
      *> the month-end is the day before the first of the next month
           IF NRPTMM = 12
              COMPUTE NNEXTFIRST = (NRPTYEAR + 1) * 10000 + 101
           ELSE
              COMPUTE NNEXTFIRST = NRPTMONTH * 100 + 101
           END-IF.
           COMPUTE NMONTHEND = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(NNEXTFIRST) - 1).
           DIVIDE NMONTHEND BY 100 GIVING NDUEDATE
              REMAINDER NDAYSINMONTH.
           IF nRunDate < NMONTHEND
              MOVE nRunDate TO NASOFDATE
           ELSE
              MOVE NMONTHEND TO NASOFDATE
           END-IF.

       110-LOAD-HISTORY. *> HISTFILE is OPTIONAL - the first run
          *> starts the trend
           OPEN INPUT HISTFILE.
           IF XHISTSTATUS = '00'
              PERFORM 111-READ-HISTORY UNTIL XHISTEOF = 'Y'
           END-IF.
           CLOSE HISTFILE.

       111-READ-HISTORY.
           READ HISTFILE
              AT END
                 MOVE 'Y' TO XHISTEOF,
              NOT AT END
                 IF NHSCNT < 120
                    ADD 1 TO NHSCNT
                    MOVE NHSMONTHIN TO NHSMONTH(NHSCNT)
                    MOVE NHSENDARIN TO NHSENDAR(NHSCNT)
                    MOVE NHSCURRENTIN TO NHSCURRENT(NHSCNT)
                    MOVE NHSPAST60IN TO NHSPAST60(NHSCNT)
                    MOVE NHSPAST90IN TO NHSPAST90(NHSCNT)
                    MOVE NHSSALESIN TO NHSSALES(NHSCNT)
                    MOVE NHSCOLLECTIN TO NHSCOLLECT(NHSCNT)
                    MOVE NHSWRITEOFFIN TO NHSWRITEOFF(NHSCNT)
                    MOVE NHSDSOIN TO NHSDSO(NHSCNT)
                    MOVE NHSCEIIN TO NHSCEI(NHSCNT)
                    MOVE NHSPCT60IN TO NHSPCT60(NHSCNT)
                    MOVE NHSPCT90IN TO NHSPCT90(NHSCNT)
                 ELSE
                    DISPLAY 'METRICS HISTORY TABLE FULL - MONTH '
                       NHSMONTHIN ' DROPPED'
                 END-IF,
           END-READ.

       120-LOAD-PRIOR-PASTDUE. *> only the latest month-end before
          *> this one is kept - a rerun of this month compares with
          *> the same prior month again
           OPEN INPUT PASTDUEFILE.
           IF XPDSTATUS = '00'
              PERFORM 121-READ-PASTDUE UNTIL XPDEOF = 'Y'
           END-IF.
           CLOSE PASTDUEFILE.

       121-READ-PASTDUE.
           READ PASTDUEFILE
              AT END
                 MOVE 'Y' TO XPDEOF,
              NOT AT END
                 IF NPDMONTHIN < NRPTMONTH
                    IF NPDMONTHIN > NPDPRIORMONTH
                       MOVE NPDMONTHIN TO NPDPRIORMONTH
                       MOVE 0 TO NPDCNT
                    END-IF
                    IF NPDMONTHIN = NPDPRIORMONTH AND NPDCNT < 1000
                       ADD 1 TO NPDCNT
                       MOVE NPDCUSTIN TO NPDCUST(NPDCNT)
                       MOVE NPDAMTIN TO NPDAMT(NPDCNT)
                    END-IF
                 END-IF,
           END-READ.

      *> ==============================================================
      *> ENDING RECEIVABLES - aged from the customer master
      *> ==============================================================
       200-AGE-CUSTOMERS.
           READ CUSTFILE
              AT END
                 MOVE 'Y' TO XCUSTEOF,
              NOT AT END
                 PERFORM 210-AGE-ONE,
           END-READ.

       210-AGE-ONE. *> the same NDAYSOLD FILEREADER's 215-AGE-BUCKET
          *> computes, against the month-end; only what we are owed
          *> can be past due
           ADD 1 TO NCUSTCNT.
           ADD NBALANCE TO NENDAR.
           MOVE 0 TO NCUSTPASTDUE.
           COMPUTE NDUEDATE = NYEAR * 10000 + NMONTH * 100 + NDAY.
           COMPUTE NDAYSOLD =
              FUNCTION INTEGER-OF-DATE(NASOFDATE) -
              FUNCTION INTEGER-OF-DATE(NDUEDATE).
           IF NBALANCE NOT > 0 OR NDAYSOLD NOT > 30
              ADD NBALANCE TO NCURRENT
           ELSE
              MOVE NBALANCE TO NCUSTPASTDUE
              ADD NBALANCE TO NPASTDUE
              IF NDAYSOLD > 60
                 ADD NBALANCE TO NPAST60
              END-IF
              IF NDAYSOLD > 90
                 ADD NBALANCE TO NPAST90
              END-IF
           END-IF.
           IF NCUSTPASTDUE > 0
              IF NCURPDCNT < 1000
                 ADD 1 TO NCURPDCNT
                 MOVE NCUSTNUMIN TO NCPCUST(NCURPDCNT)
                 MOVE NCUSTPASTDUE TO NCPAMT(NCURPDCNT)
              ELSE
                 DISPLAY 'PAST-DUE TABLE FULL - CUSTOMER '
                    NCUSTNUMIN ' NOT SAVED FOR NEXT MONTH'
              END-IF
           END-IF.
           PERFORM 220-RANK-INCREASE.

       220-RANK-INCREASE. *> growth in past-due since the prior
          *> month-end - a customer absent then owed nothing late
           MOVE 0 TO NPRIORPD.
           PERFORM VARYING NPDSUB FROM 1 BY 1
              UNTIL NPDSUB > NPDCNT
              OR NPDCUST(NPDSUB) = NCUSTNUMIN
              CONTINUE
           END-PERFORM.
           IF NPDSUB NOT > NPDCNT
              MOVE NPDAMT(NPDSUB) TO NPRIORPD
           END-IF.
           COMPUTE NINCREASE = NCUSTPASTDUE - NPRIORPD.
           IF NINCREASE > 0
              PERFORM VARYING NTOPSUB FROM 1 BY 1
                 UNTIL NTOPSUB > NTOPCNT
                 OR NINCREASE > NTOPINCR(NTOPSUB)
                 CONTINUE
              END-PERFORM
              IF NTOPSUB < 11
                 PERFORM 225-INSERT-TOP
              END-IF
           END-IF.

       225-INSERT-TOP. *> open slot NTOPSUB, dropping the tenth
           IF NTOPCNT < 10
              ADD 1 TO NTOPCNT
           END-IF.
           PERFORM VARYING NTOPSHIFT FROM NTOPCNT BY -1
              UNTIL NTOPSHIFT NOT > NTOPSUB
              MOVE XTOPELEMENT(NTOPSHIFT - 1) TO XTOPELEMENT(NTOPSHIFT)
           END-PERFORM.
           MOVE NCUSTNUMIN TO NTOPCUST(NTOPSUB).
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(XLASTNAME), ", ",
              XFIRSTNAME) TO XTOPNAME(NTOPSUB).
           MOVE NPRIORPD TO NTOPPRIOR(NTOPSUB).
           MOVE NCUSTPASTDUE TO NTOPNOW(NTOPSUB).
           MOVE NINCREASE TO NTOPINCR(NTOPSUB).

      *> ==============================================================
      *> THE MONTH'S ACTIVITY - from the posted-activity log
      *> ==============================================================
       250-READ-ACTIVITY.
           READ ACTLOG
              AT END
                 MOVE 'Y' TO XACTEOF,
              NOT AT END
                 IF NACTDATE(1:6) = NRPTMONTH
                    PERFORM 260-ADD-ACTIVITY
                 END-IF,
           END-READ.

       260-ADD-ACTIVITY.
           EVALUATE XACTTYPE
              WHEN 'C'
                 ADD NACTAMT TO NSALES
              WHEN 'P'
                 ADD NACTAMT TO NCOLLECT
              WHEN 'R'
                 SUBTRACT NACTAMT FROM NCOLLECT
              WHEN 'W'
                 ADD NACTAMT TO NWRITEOFF
              WHEN 'M'
                 ADD NACTAMT TO NCREDMEMO
              WHEN 'F'
                 ADD NACTAMT TO NREFUNDS
           END-EVALUATE.

      *> ==============================================================
      *> METRICS
      *> ==============================================================
       300-COMPUTE-METRICS.
           PERFORM VARYING NHSSUB FROM 1 BY 1
              UNTIL NHSSUB > NHSCNT
              OR NHSMONTH(NHSSUB) = NPRIORMONTH
              CONTINUE
           END-PERFORM.
           IF NHSSUB NOT > NHSCNT
              MOVE NHSENDAR(NHSSUB) TO NBEGINAR
              MOVE 'LAST MONTH-END' TO XBEGINSRC
           ELSE
      *> no snapshot for last month: walk this month's activity back
      *> from the ending balance
              COMPUTE NBEGINAR = NENDAR - NSALES - NREFUNDS
                 + NCOLLECT + NWRITEOFF + NCREDMEMO
              MOVE 'DERIVED FROM ACTIVITY' TO XBEGINSRC
           END-IF.
           IF NSALES > 0
              COMPUTE NDSO ROUNDED =
                 NENDAR / NSALES * NDAYSINMONTH
                 ON SIZE ERROR MOVE 9999.9 TO NDSO
              END-COMPUTE
           ELSE
              MOVE 0 TO NDSO
           END-IF.
           COMPUTE NCEINUM = NBEGINAR + NSALES - NENDAR.
           COMPUTE NCEIDEN = NBEGINAR + NSALES - NCURRENT.
           IF NCEIDEN NOT = 0
              COMPUTE NCEI ROUNDED = NCEINUM / NCEIDEN * 100
                 ON SIZE ERROR MOVE 0 TO NCEI
              END-COMPUTE
           ELSE
              MOVE 0 TO NCEI
           END-IF.
           IF NENDAR > 0
              COMPUTE NPCT60 ROUNDED = NPAST60 / NENDAR * 100
              COMPUTE NPCT90 ROUNDED = NPAST90 / NENDAR * 100
           ELSE
              MOVE 0 TO NPCT60, NPCT90
           END-IF.

       320-STORE-SNAPSHOT. *> this month replaces its own snapshot,
          *> or goes in at its place in month order
           PERFORM VARYING NHSPOS FROM 1 BY 1
              UNTIL NHSPOS > NHSCNT
              OR NHSMONTH(NHSPOS) NOT < NRPTMONTH
              CONTINUE
           END-PERFORM.
           IF NHSPOS > NHSCNT OR NHSMONTH(NHSPOS) NOT = NRPTMONTH
              ADD 1 TO NHSCNT
              PERFORM VARYING NHSSHIFT FROM NHSCNT BY -1
                 UNTIL NHSSHIFT NOT > NHSPOS
                 MOVE XHSELEMENT(NHSSHIFT - 1) TO XHSELEMENT(NHSSHIFT)
              END-PERFORM
           END-IF.
           MOVE NRPTMONTH TO NHSMONTH(NHSPOS).
           MOVE NENDAR TO NHSENDAR(NHSPOS).
           MOVE NCURRENT TO NHSCURRENT(NHSPOS).
           MOVE NPAST60 TO NHSPAST60(NHSPOS).
           MOVE NPAST90 TO NHSPAST90(NHSPOS).
           MOVE NSALES TO NHSSALES(NHSPOS).
           MOVE NCOLLECT TO NHSCOLLECT(NHSPOS).
           MOVE NWRITEOFF TO NHSWRITEOFF(NHSPOS).
           MOVE NDSO TO NHSDSO(NHSPOS).
           MOVE NCEI TO NHSCEI(NHSPOS).
           MOVE NPCT60 TO NHSPCT60(NHSPOS).
           MOVE NPCT90 TO NHSPCT90(NHSPOS).

      *> ==============================================================
      *> REPORT
      *> ==============================================================
       400-WRITE-REPORT.
           OPEN OUTPUT RPTFILE.
           MOVE NRPTYEAR TO NEHEADYEAR.
           MOVE NRPTMM TO NEHEADMM.
           MOVE NASOFDATE TO NEHEADASOF.
           MOVE XRPTHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE 'ENDING RECEIVABLES' TO XRPTAMTTAG.
           MOVE NENDAR TO NERPTAMT.
           MOVE SPACES TO XRPTAMTNOTE.
           PERFORM 410-AMOUNT-LINE.
           MOVE '  CURRENT (0-30 DAYS)' TO XRPTAMTTAG.
           MOVE NCURRENT TO NERPTAMT.
           PERFORM 410-AMOUNT-LINE.
           MOVE '  PAST DUE (OVER 30 DAYS)' TO XRPTAMTTAG.
           MOVE NPASTDUE TO NERPTAMT.
           PERFORM 410-AMOUNT-LINE.
           MOVE '  PAST 60 DAYS' TO XRPTAMTTAG.
           MOVE NPAST60 TO NERPTAMT.
           PERFORM 410-AMOUNT-LINE.
           MOVE '  PAST 90 DAYS' TO XRPTAMTTAG.
           MOVE NPAST90 TO NERPTAMT.
           PERFORM 410-AMOUNT-LINE.
           MOVE 'BEGINNING RECEIVABLES' TO XRPTAMTTAG.
           MOVE NBEGINAR TO NERPTAMT.
           MOVE XBEGINSRC TO XRPTAMTNOTE.
           PERFORM 410-AMOUNT-LINE.
           MOVE SPACES TO XRPTAMTNOTE.
           MOVE 'CREDIT SALES' TO XRPTAMTTAG.
           MOVE NSALES TO NERPTAMT.
           PERFORM 410-AMOUNT-LINE.
           MOVE 'COLLECTIONS (NET OF NSF)' TO XRPTAMTTAG.
           MOVE NCOLLECT TO NERPTAMT.
           PERFORM 410-AMOUNT-LINE.
           MOVE 'WRITE-OFFS' TO XRPTAMTTAG.
           MOVE NWRITEOFF TO NERPTAMT.
           PERFORM 410-AMOUNT-LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE 'DAYS SALES OUTSTANDING' TO XRPTPCTTAG.
           MOVE NDSO TO NERPTPCT.
           MOVE ' DAYS' TO XRPTPCTUNIT.
           IF NSALES = 0
              MOVE 'NO CREDIT SALES THIS MONTH' TO XRPTPCTNOTE
           ELSE
              MOVE SPACES TO XRPTPCTNOTE
           END-IF.
           PERFORM 420-PERCENT-LINE.
           MOVE 'COLLECTION EFFECTIVENESS' TO XRPTPCTTAG.
           MOVE NCEI TO NERPTPCT.
           MOVE ' %' TO XRPTPCTUNIT.
           MOVE SPACES TO XRPTPCTNOTE.
           PERFORM 420-PERCENT-LINE.
           MOVE 'PERCENT PAST 60 DAYS' TO XRPTPCTTAG.
           MOVE NPCT60 TO NERPTPCT.
           PERFORM 420-PERCENT-LINE.
           MOVE 'PERCENT PAST 90 DAYS' TO XRPTPCTTAG.
           MOVE NPCT90 TO NERPTPCT.
           PERFORM 420-PERCENT-LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XTRENDHEAD1 TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XTRENDHEAD2 TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           IF NHSPOS > 11
              COMPUTE NHSFIRST = NHSPOS - 11
           ELSE
              MOVE 1 TO NHSFIRST
           END-IF.
           PERFORM 430-TREND-LINE VARYING NHSSUB FROM NHSFIRST BY 1
              UNTIL NHSSUB > NHSPOS.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XTOPHEAD1 TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           IF NPDPRIORMONTH = 0
              MOVE '  NO PRIOR MONTH-END ON FILE - ALL PAST DUE IS NEW'
                 TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
           END-IF.
           MOVE XTOPHEAD2 TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           PERFORM 440-TOP-LINE VARYING NTOPSUB FROM 1 BY 1
              UNTIL NTOPSUB > NTOPCNT.
           IF NTOPCNT = 0
              MOVE '  NO CUSTOMER ADDED TO PAST DUE' TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
           END-IF.
           CLOSE RPTFILE.

       410-AMOUNT-LINE.
           MOVE XRPTAMTLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       420-PERCENT-LINE.
           MOVE XRPTPCTLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       430-TREND-LINE. *> the change is from the snapshot before it,
          *> even when that one is outside the twelve shown
           MOVE NHSMONTH(NHSSUB) TO NETRMONTH.
           MOVE NHSDSO(NHSSUB) TO NETRDSO.
           MOVE NHSCEI(NHSSUB) TO NETRCEI.
           MOVE NHSPCT60(NHSSUB) TO NETR60.
           MOVE NHSPCT90(NHSSUB) TO NETR90.
           MOVE NHSWRITEOFF(NHSSUB) TO NETRWO.
           IF NHSSUB > 1
              COMPUTE NCHGWORK = NHSDSO(NHSSUB) - NHSDSO(NHSSUB - 1)
                 ON SIZE ERROR MOVE 0 TO NCHGWORK
              END-COMPUTE
              MOVE NCHGWORK TO NETRDSOCHG
              COMPUTE NCHGWORK = NHSCEI(NHSSUB) - NHSCEI(NHSSUB - 1)
                 ON SIZE ERROR MOVE 0 TO NCHGWORK
              END-COMPUTE
              MOVE NCHGWORK TO NETRCEICHG
              COMPUTE NCHGWORK =
                 NHSPCT60(NHSSUB) - NHSPCT60(NHSSUB - 1)
              MOVE NCHGWORK TO NETR60CHG
              COMPUTE NCHGWORK =
                 NHSPCT90(NHSSUB) - NHSPCT90(NHSSUB - 1)
              MOVE NCHGWORK TO NETR90CHG
           ELSE
              MOVE 0 TO NETRDSOCHG, NETRCEICHG, NETR60CHG, NETR90CHG
           END-IF.
           MOVE XTRENDLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       440-TOP-LINE.
           MOVE NTOPCUST(NTOPSUB) TO NETOPCUST.
           MOVE XTOPNAME(NTOPSUB) TO XETOPNAME.
           MOVE NTOPPRIOR(NTOPSUB) TO NETOPPRIOR.
           MOVE NTOPNOW(NTOPSUB) TO NETOPNOW.
           MOVE NTOPINCR(NTOPSUB) TO NETOPINCR.
           MOVE XTOPLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

      *> ==============================================================
      *> SAVE - the trend and the past-due base for next month
      *> ==============================================================
       500-SAVE-HISTORY. *> ten years is plenty of trend
           IF NHSCNT > 120
              COMPUTE NHSFIRST = NHSCNT - 119
           ELSE
              MOVE 1 TO NHSFIRST
           END-IF.
           OPEN OUTPUT HISTFILE.
           PERFORM 505-WRITE-SNAPSHOT VARYING NHSSUB FROM NHSFIRST
              BY 1 UNTIL NHSSUB > NHSCNT.
           CLOSE HISTFILE.

       505-WRITE-SNAPSHOT.
           MOVE NHSMONTH(NHSSUB) TO NHSMONTHIN.
           MOVE NHSENDAR(NHSSUB) TO NHSENDARIN.
           MOVE NHSCURRENT(NHSSUB) TO NHSCURRENTIN.
           MOVE NHSPAST60(NHSSUB) TO NHSPAST60IN.
           MOVE NHSPAST90(NHSSUB) TO NHSPAST90IN.
           MOVE NHSSALES(NHSSUB) TO NHSSALESIN.
           MOVE NHSCOLLECT(NHSSUB) TO NHSCOLLECTIN.
           MOVE NHSWRITEOFF(NHSSUB) TO NHSWRITEOFFIN.
           MOVE NHSDSO(NHSSUB) TO NHSDSOIN.
           MOVE NHSCEI(NHSSUB) TO NHSCEIIN.
           MOVE NHSPCT60(NHSSUB) TO NHSPCT60IN.
           MOVE NHSPCT90(NHSSUB) TO NHSPCT90IN.
           WRITE XHISTREC.

       510-SAVE-PASTDUE. *> the prior month-end stays so a rerun of
          *> this month still has it to compare against
           OPEN OUTPUT PASTDUEFILE.
           PERFORM 515-WRITE-PRIOR-PD VARYING NPDSUB FROM 1 BY 1
              UNTIL NPDSUB > NPDCNT.
           PERFORM 516-WRITE-CURRENT-PD VARYING NPDSUB FROM 1 BY 1
              UNTIL NPDSUB > NCURPDCNT.
           CLOSE PASTDUEFILE.

       515-WRITE-PRIOR-PD.
           MOVE NPDPRIORMONTH TO NPDMONTHIN.
           MOVE NPDCUST(NPDSUB) TO NPDCUSTIN.
           MOVE NPDAMT(NPDSUB) TO NPDAMTIN.
           WRITE XPASTDUEREC.

       516-WRITE-CURRENT-PD.
           MOVE NRPTMONTH TO NPDMONTHIN.
           MOVE NCPCUST(NPDSUB) TO NPDCUSTIN.
           MOVE NCPAMT(NPDSUB) TO NPDAMTIN.
           WRITE XPASTDUEREC.

       900-TERMINATE.
           MOVE NENDAR TO NEWORKAMT.
           MOVE NDSO TO NEWORKDSO.
           MOVE NCEI TO NEWORKCEI.
           DISPLAY 'AR METRICS ' NRPTMONTH ': RECEIVABLES ' NEWORKAMT
              ' DSO ' NEWORKDSO ' CEI ' NEWORKCEI
              ' - SEE AR-metrics-report.txt'.
           STRING "month=" DELIMITED BY SIZE
              NRPTMONTH DELIMITED BY SIZE
              " customers=" DELIMITED BY SIZE
              NCUSTCNT DELIMITED BY SIZE
              " dso=" DELIMITED BY SIZE
              NEWORKDSO DELIMITED BY SIZE
              " cei=" DELIMITED BY SIZE
              NEWORKCEI DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.
           PERFORM 950-END-OF-JOB.

       950-END-OF-JOB.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
