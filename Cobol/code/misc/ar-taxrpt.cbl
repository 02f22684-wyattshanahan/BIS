       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-TAXRPT.
       AUTHOR. WYATT SHANAHAN.

      *> Monthly sales-tax liability report for the state returns.
      *> Reads the sales log AR-POST appends to (ARSalesTax-posted.txt
      *> - every taxed and every exempt charge, with the ship-to
      *> state it was judged by) and totals one month by state:
      *> taxable sales, exempt sales, and the tax billed on them.
      *> The month comes from AR_TAX_MONTH (YYYYMM); without it the
      *> report covers the calendar month before the run date, which
      *> is the month being filed. Sales with no ship-to state on
      *> file total under "--" so they are chased, not lost.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL TAXLOG ASSIGN TO "ARSalesTax-posted.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XTAXLOGSTATUS.
           SELECT SRTTAXWK ASSIGN TO "ar-taxrpt-srt.wk".
           SELECT SORTEDTAX ASSIGN TO "ar-taxrpt-sorted.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "AR-salestax-report.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD TAXLOG. *> same layout AR-POST appends
       01 XTAXLOGREC.
              05 XSTXSTATE         PIC XX.
              05 NSTXDATE          PIC 9(8).
              05 NSTXCUST          PIC 9(5).
              05 NSTXINV           PIC 9(6).
              05 NSTXSALE          PIC 9(5)V99.
              05 NSTXTAX           PIC 9(5)V99.
              05 XSTXEXEMPT        PIC X. *> E = exempt sale
              05 XSTXCERT          PIC X(15).

       SD SRTTAXWK.
       01 XSRTTAXREC.
              05 XSRTSTATE         PIC XX.
              05 NSRTDATE          PIC 9(8).
              05 XSRTREST          PIC X(41).

       FD SORTEDTAX.
       01 XSTXSORTREC.
              05 XSSTATE           PIC XX.
              05 NSDATE            PIC 9(8).
              05 NSCUST            PIC 9(5).
              05 NSINV             PIC 9(6).
              05 NSSALE            PIC 9(5)V99.
              05 NSTAX             PIC 9(5)V99.
              05 XSEXEMPT          PIC X.
              05 XSCERT            PIC X(15).

       FD RPTFILE.
       01 XRPTLINE              PIC X(80).

       WORKING-STORAGE SECTION.
              77 XTAXLOGSTATUS  PIC XX. *> TAXLOG is OPTIONAL - no log
              *> means AR-POST has never taxed a charge
              77 XSORTEOF       PIC X        VALUE 'N'.
              77 XLOGPRESENT    PIC X        VALUE 'N'.
              77 XPARMMONTH     PIC X(6)     VALUE SPACES.
              77 NRPTMONTH      PIC 9(6)     VALUE 0.
              77 NRPTYEAR       PIC 9(4)     VALUE 0.
              77 NRPTMM         PIC 99       VALUE 0.
              77 XSAVESTATE     PIC XX       VALUE SPACES.
              77 NSTTAXABLE     PIC 9(7)V99  VALUE 0.
              77 NSTEXEMPT      PIC 9(7)V99  VALUE 0.
              77 NSTTAX         PIC 9(7)V99  VALUE 0.
              77 NSTCNT         PIC 9(5)     VALUE 0.
              77 NGTTAXABLE     PIC 9(8)V99  VALUE 0.
              77 NGTEXEMPT      PIC 9(8)V99  VALUE 0.
              77 NGTTAX         PIC 9(8)V99  VALUE 0.
              77 NGTCNT         PIC 9(5)     VALUE 0.
              77 NSTATECNT      PIC 9(3)     VALUE 0.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AR-TAXRPT".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              COPY "rundate-ws.cbl".
              COPY "report-breakcheck-ws.cbl".

              01 XRPTHEAD.
                     05 FILLER      PIC X(30) VALUE
                        'SALES TAX LIABILITY FOR MONTH '.
                     05 NEHEADYEAR  PIC 9(4).
                     05 FILLER      PIC X     VALUE '/'.
                     05 NEHEADMM    PIC 99.

              01 XRPTCOLHEAD.
                     05 FILLER      PIC X(7)  VALUE 'STATE  '.
                     05 FILLER      PIC X(16) VALUE '   TAXABLE SALES'.
                     05 FILLER      PIC X(16) VALUE '    EXEMPT SALES'.
                     05 FILLER      PIC X(16) VALUE '   TAX COLLECTED'.
                     05 FILLER      PIC X(9)  VALUE '  CHARGES'.

              01 XRPTDETAIL.
                     05 XESTATE     PIC XX.
                     05 FILLER      PIC X(5)  VALUE SPACES.
                     05 NETAXABLE   PIC $$,$$$,$$9.99.
                     05 FILLER      PIC X(3)  VALUE SPACES.
                     05 NEEXEMPT    PIC $$,$$$,$$9.99.
                     05 FILLER      PIC X(3)  VALUE SPACES.
                     05 NETAX       PIC $$,$$$,$$9.99.
                     05 FILLER      PIC X(4)  VALUE SPACES.
                     05 NECNT       PIC ZZ,ZZ9.

              01 XRPTRULE       PIC X(64)    VALUE ALL '-'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 200-LOOP UNTIL XSORTEOF = 'Y'.
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           ACCEPT XPARMMONTH FROM ENVIRONMENT 'AR_TAX_MONTH'
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
              DISPLAY 'AR_TAX_MONTH MUST BE YYYYMM - NO REPORT.'
              MOVE "refused - bad report month" TO XAUDITDETAIL
              MOVE "FAILED" TO XEOJCODE
              PERFORM 350-END-OF-JOB
              STOP RUN
           END-IF.
           COMPUTE NRPTMONTH = NRPTYEAR * 100 + NRPTMM.
           OPEN OUTPUT RPTFILE.
           MOVE NRPTYEAR TO NEHEADYEAR.
           MOVE NRPTMM TO NEHEADMM.
           MOVE XRPTHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTCOLHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTRULE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           OPEN INPUT TAXLOG.
           IF XTAXLOGSTATUS NOT = '00'
              CLOSE TAXLOG
              DISPLAY 'NO SALES TAX LOG ON FILE - NOTHING TO REPORT.'
              MOVE 'Y' TO XSORTEOF
           ELSE
              CLOSE TAXLOG
              MOVE 'Y' TO XLOGPRESENT
              SORT SRTTAXWK
                 ON ASCENDING KEY XSRTSTATE
                 ON ASCENDING KEY NSRTDATE
                 USING TAXLOG
                 GIVING SORTEDTAX
              OPEN INPUT SORTEDTAX
              PERFORM 205-READ-SORTED
           END-IF.

       205-READ-SORTED.
           READ SORTEDTAX
              AT END
                 MOVE 'Y' TO XSORTEOF,
           END-READ.

       200-LOOP. *> sorted by state - only the report month counts
           IF NSDATE(1:6) = NRPTMONTH
              PERFORM 210-ADD-SALE
           END-IF.
           PERFORM 205-READ-SORTED.

       210-ADD-SALE.
           COPY "report-breakcheck.cbl" REPLACING
              ==:BREAK-KEY:==   BY ==XSSTATE==
              ==:BREAK-SAVE:==  BY ==XSAVESTATE==
              ==:BREAK-PARA:==  BY ==250-STATE-TOTAL==.
           ADD 1 TO NSTCNT.
           IF XSEXEMPT = 'E'
              ADD NSSALE TO NSTEXEMPT
           ELSE
              ADD NSSALE TO NSTTAXABLE
              ADD NSTAX TO NSTTAX
           END-IF.

       250-STATE-TOTAL. *> one line per state, then roll to the total
           IF XSAVESTATE = SPACES
              MOVE '--' TO XESTATE
           ELSE
              MOVE XSAVESTATE TO XESTATE
           END-IF.
           MOVE NSTTAXABLE TO NETAXABLE.
           MOVE NSTEXEMPT TO NEEXEMPT.
           MOVE NSTTAX TO NETAX.
           MOVE NSTCNT TO NECNT.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           ADD NSTTAXABLE TO NGTTAXABLE.
           ADD NSTEXEMPT TO NGTEXEMPT.
           ADD NSTTAX TO NGTTAX.
           ADD NSTCNT TO NGTCNT.
           ADD 1 TO NSTATECNT.
           MOVE 0 TO NSTTAXABLE, NSTEXEMPT, NSTTAX, NSTCNT.

       300-TERMINATE.
           IF xCtrlBreakFirstRec = 'N'
              PERFORM 250-STATE-TOTAL
           END-IF.
           IF XLOGPRESENT = 'Y'
              CLOSE SORTEDTAX
           END-IF.
           MOVE XRPTRULE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE 'TOTAL' TO XRPTDETAIL(1:5).
           MOVE NGTTAXABLE TO NETAXABLE.
           MOVE NGTEXEMPT TO NEEXEMPT.
           MOVE NGTTAX TO NETAX.
           MOVE NGTCNT TO NECNT.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           IF NGTCNT = 0
              DISPLAY 'NO TAXABLE OR EXEMPT SALES POSTED IN '
                 NRPTMONTH
              MOVE 'WARNING' TO XEOJCODE
           END-IF.
           MOVE NGTTAX TO NETAX.
           DISPLAY NSTATECNT ' STATE(S), ' NGTCNT ' CHARGE(S), TAX '
              NETAX ' - SEE AR-salestax-report.txt'.
           STRING "month=" DELIMITED BY SIZE
              NRPTMONTH DELIMITED BY SIZE
              " states=" DELIMITED BY SIZE
              NSTATECNT DELIMITED BY SIZE
              " charges=" DELIMITED BY SIZE
              NGTCNT DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.
           PERFORM 350-END-OF-JOB.

       350-END-OF-JOB.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
