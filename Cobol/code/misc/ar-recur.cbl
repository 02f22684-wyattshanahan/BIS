       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-RECUR.
       AUTHOR. WYATT SHANAHAN.

      *> Recurring billing run. Every contract on ARContracts.txt
      *> (AR_CONTRACT_FILE, kept by AR-CONTRACT) is billed for each
      *> period that has come due by the run date - the first bill
      *> on the start date, then every month (M), quarter (Q) or year
      *> (A) after, on the start date's day of the month or the last
      *> day of a shorter month, and never past the end date. A
      *> contract missed by an earlier run is caught up one charge
      *> per period, each dated when it fell due so the aging is
      *> right. Each charge is a C transaction on AR-trans.txt for
      *> AR-POST to invoice (and tax, unless the contract is marked
      *> not taxable - reason NT), carrying CTRnnnnn in the approver
      *> column so it can be traced back to its contract.
      *> The contract's last-billed date is saved back when the run
      *> ends, so running again for the same date bills nothing. A
      *> charge for the same contract and date already waiting on
      *> AR-trans.txt is not written twice either, which covers a run
      *> that stopped before it could save the contracts.
      *> AR-recur-register.txt lists what was billed;
      *> AR-contract-renewals.txt lists every contract ending within
      *> AR_RENEWAL_DAYS days (default 60) of the run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CTRFILE ASSIGN TO DYNAMIC XCTRFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCTRSTATUS.
           SELECT OPTIONAL TRANSFILE ASSIGN TO DYNAMIC XTRANSFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XTRANSSTATUS.
           SELECT RPTFILE ASSIGN TO "AR-recur-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RENEWFILE ASSIGN TO "AR-contract-renewals.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CTRFILE. *> AR-CONTRACT's layout
       01 XCTRREC.
              05 NCTRNUMIN         PIC 9(5).
              05 NCTRCUSTIN        PIC 9(5).
              05 NCTRAMTIN         PIC 9(5)V99.
              05 XCTRFREQIN        PIC X. *> M, Q OR A
              05 NCTRSTARTIN       PIC 9(8).
              05 NCTRENDIN         PIC 9(8). *> 0 = NO END DATE
              05 XCTRDESCIN        PIC X(30).
              05 NCTRLASTIN        PIC 9(8). *> 0 = NEVER BILLED
              05 XCTRTAXIN         PIC X. *> N = NOT TAXABLE

       FD TRANSFILE. *> AR-POST's transaction layout
       01 XTRANSREC.
              05 NTRCUST           PIC 9(5).
              05 XTRTYPE           PIC X. *> C = CHARGE
              05 NTRAMT            PIC 9(5)V99.
              05 NTRDATE           PIC 9(8).
              05 NTRINV            PIC 9(6). *> 0 - AR-POST numbers it
              05 XTRREASON         PIC XX. *> NT = NOT TAXABLE
              05 XTRAPPROV         PIC X(8). *> CTRnnnnn - the contract
              05 XTRAPPROVR REDEFINES XTRAPPROV.
                 10 XTRCTRTAG      PIC X(3).
                 10 XTRCTRNUM      PIC X(5).

       FD RPTFILE.
       01 XRPTLINE              PIC X(80).

       FD RENEWFILE.
       01 XRENEWLINE            PIC X(80).

       WORKING-STORAGE SECTION.
              77 XCTRFILENAME   PIC X(100).
              77 XCTRSTATUS     PIC XX.
              77 XTRANSFILENAME PIC X(100).
              77 XTRANSSTATUS   PIC XX.
              77 XCTREOF        PIC X        VALUE 'N'.
              77 XTRANSEOF      PIC X        VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AR-RECUR".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              77 XPARMDAYS      PIC X(3)     VALUE SPACES.
              77 NRENEWDAYS     PIC 9(3)     VALUE 60. *> renewal
              *> window - AR_RENEWAL_DAYS overrides
              77 NCTRCNT        PIC 999      VALUE 0.
              77 NCTRSUB        PIC 999      VALUE 0.
              77 NPENDCNT       PIC 9(4)     VALUE 0.
              77 NPENDSUB       PIC 9(4)     VALUE 0.
              77 NMONTHSTEP     PIC 99       VALUE 0.
              77 NWORKMM        PIC 99       VALUE 0.
              77 NDAYSLEFT      PIC S9(5)    VALUE 0.
              77 XCTRBAD        PIC X        VALUE 'N'.
              77 NBILLCNT       PIC 9(5)     VALUE 0.
              77 NBILLTOT       PIC 9(7)V99  VALUE 0.
              77 NDUPCNT        PIC 9(4)     VALUE 0.
              77 NBADCNT        PIC 9(4)     VALUE 0.
              77 NRENEWCNT      PIC 9(4)     VALUE 0.
              77 NERENEWDAYS    PIC ZZ9.
              COPY "rundate-ws.cbl".

              01 NNEXTBILL         PIC 9(8)  VALUE 0.
              01 NNEXTBILLR REDEFINES NNEXTBILL.
                     05 NNEXTYYYY   PIC 9(4).
                     05 NNEXTMM     PIC 99.
                     05 NNEXTDD     PIC 99.

              01 XCTRTABLE.
                     05 XCTRELEMENT OCCURS 500 TIMES.
                            10 NTBLCTRNUM    PIC 9(5).
                            10 NTBLCTRCUST   PIC 9(5).
                            10 NTBLCTRAMT    PIC 9(5)V99.
                            10 XTBLCTRFREQ   PIC X.
                            10 NTBLCTRSTART  PIC 9(8).
                            10 NTBLCTRSTARTR REDEFINES NTBLCTRSTART.
                               15 FILLER     PIC 9(6).
                               15 NTBLSTARTDD PIC 99.
                            10 NTBLCTREND    PIC 9(8).
                            10 XTBLCTRDESC   PIC X(30).
                            10 NTBLCTRLAST   PIC 9(8).
                            10 XTBLCTRTAX    PIC X.

              01 XPENDTABLE. *> contract charges already waiting on
                 *> the transaction file for AR-POST
                     05 XPENDELEMENT OCCURS 2000 TIMES.
                            10 XPENDCTR      PIC X(5).
                            10 NPENDDATE     PIC 9(8).

              01 XRPTHEADING.
                     05 XRPTTITLE   PIC X(30).
                     05 FILLER      PIC X(5)  VALUE SPACES.
                     05 NERPTDATE   PIC 9999/99/99.

              01 XRPTCOLUMNS.
                     05 FILLER      PIC X(40) VALUE
                        'CTR    CUST   BILL DATE   F      AMOUNT'.
                     05 FILLER      PIC X(40) VALUE
                        ' DESCRIPTION'.

              01 XRPTDETAIL.
                     05 NERPTCTR    PIC 9(5).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERPTCUST   PIC 9(5).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERPTBILL   PIC 9999/99/99.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XERPTFREQ   PIC X.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERPTAMT    PIC $$$,$$9.99.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XERPTDESC   PIC X(30).

              01 XRPTTOTAL.
                     05 NERPTCNT    PIC ZZZZ9.
                     05 XRPTTOTTAG  PIC X(20).
                     05 NERPTTOT    PIC $$,$$$,$$9.99.

              01 XRENEWCOLUMNS.
                     05 FILLER      PIC X(40) VALUE
                        'CTR    CUST   END DATE   DAYS  F      AM'.
                     05 FILLER      PIC X(40) VALUE
                        'OUNT  DESCRIPTION'.

              01 XRENEWDETAIL.
                     05 NERENCTR    PIC 9(5).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERENCUST   PIC 9(5).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERENEND    PIC 9999/99/99.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERENDAYS   PIC ZZ9.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XERENFREQ   PIC X.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NERENAMT    PIC $$$,$$9.99.
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XERENDESC   PIC X(25).

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 110-LOAD-CTR.
           PERFORM 120-LOAD-PENDING.
           OPEN EXTEND TRANSFILE.
           IF XTRANSSTATUS NOT = "00"
              OPEN OUTPUT TRANSFILE
           END-IF.
           PERFORM 200-BILL-CONTRACT VARYING NCTRSUB FROM 1 BY 1
              UNTIL NCTRSUB > NCTRCNT.
           CLOSE TRANSFILE.
           PERFORM 400-SAVE-CTR.
           PERFORM 500-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'ARContracts.txt' TO XCTRFILENAME.
           ACCEPT XCTRFILENAME FROM ENVIRONMENT 'AR_CONTRACT_FILE'
              ON EXCEPTION
                 MOVE 'ARContracts.txt' TO XCTRFILENAME
           END-ACCEPT.
           MOVE 'AR-trans.txt' TO XTRANSFILENAME.
           ACCEPT XTRANSFILENAME FROM ENVIRONMENT 'AR_TRANS_FILE'
              ON EXCEPTION
                 MOVE 'AR-trans.txt' TO XTRANSFILENAME
           END-ACCEPT.
           ACCEPT XPARMDAYS FROM ENVIRONMENT 'AR_RENEWAL_DAYS'
              ON EXCEPTION MOVE SPACES TO XPARMDAYS
           END-ACCEPT.
           IF XPARMDAYS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(XPARMDAYS) = 0
              COMPUTE NRENEWDAYS = FUNCTION NUMVAL(XPARMDAYS)
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE 'RECURRING BILLING REGISTER' TO XRPTTITLE.
           MOVE nRunDate TO NERPTDATE.
           MOVE XRPTHEADING TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTCOLUMNS TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           OPEN OUTPUT RENEWFILE.
           MOVE 'CONTRACTS DUE FOR RENEWAL' TO XRPTTITLE.
           MOVE XRPTHEADING TO XRENEWLINE.
           WRITE XRENEWLINE BEFORE ADVANCING 1 LINE.
           MOVE XRENEWCOLUMNS TO XRENEWLINE.
           WRITE XRENEWLINE BEFORE ADVANCING 1 LINE.

       110-LOAD-CTR. *> OPTIONAL - no contracts, nothing to bill
           OPEN INPUT CTRFILE.
           IF XCTRSTATUS = '00'
              PERFORM 111-READ-CTR UNTIL XCTREOF = 'Y'
           ELSE
              DISPLAY 'NO CONTRACT FILE ' FUNCTION TRIM(XCTRFILENAME)
                 ' - NOTHING TO BILL'
           END-IF.
           CLOSE CTRFILE.

       111-READ-CTR.
           READ CTRFILE
              AT END
                 MOVE 'Y' TO XCTREOF,
              NOT AT END
                 IF NCTRCNT < 500
                    ADD 1 TO NCTRCNT
                    MOVE NCTRNUMIN   TO NTBLCTRNUM(NCTRCNT)
                    MOVE NCTRCUSTIN  TO NTBLCTRCUST(NCTRCNT)
                    MOVE NCTRAMTIN   TO NTBLCTRAMT(NCTRCNT)
                    MOVE XCTRFREQIN  TO XTBLCTRFREQ(NCTRCNT)
                    MOVE NCTRSTARTIN TO NTBLCTRSTART(NCTRCNT)
                    MOVE NCTRENDIN   TO NTBLCTREND(NCTRCNT)
                    MOVE XCTRDESCIN  TO XTBLCTRDESC(NCTRCNT)
                    MOVE NCTRLASTIN  TO NTBLCTRLAST(NCTRCNT)
                    MOVE XCTRTAXIN   TO XTBLCTRTAX(NCTRCNT)
                 ELSE
                    DISPLAY 'CONTRACT TABLE FULL - CONTRACT '
                       NCTRNUMIN ' NOT BILLED'
                    MOVE "WARNING" TO XEOJCODE
                 END-IF,
           END-READ.

       120-LOAD-PENDING. *> contract charges not yet posted
           OPEN INPUT TRANSFILE.
           IF XTRANSSTATUS = '00'
              PERFORM 121-READ-PENDING UNTIL XTRANSEOF = 'Y'
           END-IF.
           CLOSE TRANSFILE.

       121-READ-PENDING.
           READ TRANSFILE
              AT END
                 MOVE 'Y' TO XTRANSEOF,
              NOT AT END
                 IF XTRTYPE = 'C' AND XTRCTRTAG = 'CTR'
                    AND NPENDCNT < 2000
                    ADD 1 TO NPENDCNT
                    MOVE XTRCTRNUM TO XPENDCTR(NPENDCNT)
                    MOVE NTRDATE TO NPENDDATE(NPENDCNT)
                 END-IF,
           END-READ.

      *> ==============================================================
      *> BILL - every period due by the run date, then the renewal
      *> check
      *> ==============================================================
       200-BILL-CONTRACT.
           PERFORM 210-CHECK-CONTRACT.
           IF XCTRBAD = 'N'
              PERFORM 230-NEXT-BILL-DATE
              PERFORM 220-BILL-PERIOD
                 UNTIL NNEXTBILL > nRunDate
                 OR (NTBLCTREND(NCTRSUB) NOT = 0
                    AND NNEXTBILL > NTBLCTREND(NCTRSUB))
              PERFORM 300-RENEWAL-CHECK
           END-IF.

       210-CHECK-CONTRACT. *> a contract AR-POST could not bill is
          *> left alone and reported
           MOVE 'N' TO XCTRBAD.
           EVALUATE XTBLCTRFREQ(NCTRSUB)
              WHEN 'M'
                 MOVE 1 TO NMONTHSTEP
              WHEN 'Q'
                 MOVE 3 TO NMONTHSTEP
              WHEN 'A'
                 MOVE 12 TO NMONTHSTEP
              WHEN OTHER
                 MOVE 'Y' TO XCTRBAD
                 DISPLAY 'CONTRACT ' NTBLCTRNUM(NCTRSUB)
                    ' HAS FREQUENCY ' XTBLCTRFREQ(NCTRSUB)
                    ' - NOT BILLED'
           END-EVALUATE.
           IF XCTRBAD = 'N'
              AND (NTBLCTRAMT(NCTRSUB) NOT NUMERIC
                 OR NTBLCTRAMT(NCTRSUB) = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD(NTBLCTRSTART(NCTRSUB))
                    NOT = 0)
              MOVE 'Y' TO XCTRBAD
              DISPLAY 'CONTRACT ' NTBLCTRNUM(NCTRSUB)
                 ' HAS NO VALID AMOUNT OR START DATE - NOT BILLED'
           END-IF.
           IF XCTRBAD = 'Y'
              ADD 1 TO NBADCNT
              MOVE "WARNING" TO XEOJCODE
           END-IF.

       220-BILL-PERIOD.
           PERFORM VARYING NPENDSUB FROM 1 BY 1
              UNTIL NPENDSUB > NPENDCNT
              OR (XPENDCTR(NPENDSUB) = NTBLCTRNUM(NCTRSUB)
                 AND NPENDDATE(NPENDSUB) = NNEXTBILL)
              CONTINUE
           END-PERFORM.
           IF NPENDSUB > NPENDCNT
              PERFORM 240-WRITE-CHARGE
           ELSE
              DISPLAY 'CONTRACT ' NTBLCTRNUM(NCTRSUB) ' CHARGE FOR '
                 NNEXTBILL ' ALREADY WAITING FOR AR-POST - SKIPPED'
              ADD 1 TO NDUPCNT
           END-IF.
           MOVE NNEXTBILL TO NTBLCTRLAST(NCTRSUB).
           PERFORM 230-NEXT-BILL-DATE.

       230-NEXT-BILL-DATE. *> the start date first, then one step on
          *> from the last bill, kept on the start's day of the month
           IF NTBLCTRLAST(NCTRSUB) = 0
              MOVE NTBLCTRSTART(NCTRSUB) TO NNEXTBILL
           ELSE
              MOVE NTBLCTRLAST(NCTRSUB) TO NNEXTBILL
              COMPUTE NWORKMM = NNEXTMM + NMONTHSTEP
              IF NWORKMM > 12
                 SUBTRACT 12 FROM NWORKMM
                 ADD 1 TO NNEXTYYYY
              END-IF
              MOVE NWORKMM TO NNEXTMM
              MOVE NTBLSTARTDD(NCTRSUB) TO NNEXTDD
              PERFORM 235-BACK-ONE-DAY
                 UNTIL FUNCTION TEST-DATE-YYYYMMDD(NNEXTBILL) = 0
           END-IF.

       235-BACK-ONE-DAY. *> the 31st in a 30-day month, 29th in Feb
           SUBTRACT 1 FROM NNEXTDD.

       240-WRITE-CHARGE.
           MOVE NTBLCTRCUST(NCTRSUB) TO NTRCUST.
           MOVE 'C' TO XTRTYPE.
           MOVE NTBLCTRAMT(NCTRSUB) TO NTRAMT.
           MOVE NNEXTBILL TO NTRDATE.
           MOVE 0 TO NTRINV.
           IF XTBLCTRTAX(NCTRSUB) = 'N'
              MOVE 'NT' TO XTRREASON
           ELSE
              MOVE SPACES TO XTRREASON
           END-IF.
           MOVE 'CTR' TO XTRCTRTAG.
           MOVE NTBLCTRNUM(NCTRSUB) TO XTRCTRNUM.
           WRITE XTRANSREC.
           MOVE NTBLCTRNUM(NCTRSUB) TO NERPTCTR.
           MOVE NTBLCTRCUST(NCTRSUB) TO NERPTCUST.
           MOVE NNEXTBILL TO NERPTBILL.
           MOVE XTBLCTRFREQ(NCTRSUB) TO XERPTFREQ.
           MOVE NTBLCTRAMT(NCTRSUB) TO NERPTAMT.
           MOVE XTBLCTRDESC(NCTRSUB) TO XERPTDESC.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           ADD 1 TO NBILLCNT.
           ADD NTBLCTRAMT(NCTRSUB) TO NBILLTOT.

       300-RENEWAL-CHECK. *> still running, ends inside the window
           IF NTBLCTREND(NCTRSUB) NOT = 0
              AND NTBLCTREND(NCTRSUB) >= nRunDate
              AND FUNCTION TEST-DATE-YYYYMMDD(NTBLCTREND(NCTRSUB)) = 0
              COMPUTE NDAYSLEFT =
                 FUNCTION INTEGER-OF-DATE(NTBLCTREND(NCTRSUB)) -
                 FUNCTION INTEGER-OF-DATE(nRunDate)
              IF NDAYSLEFT <= NRENEWDAYS
                 MOVE NTBLCTRNUM(NCTRSUB) TO NERENCTR
                 MOVE NTBLCTRCUST(NCTRSUB) TO NERENCUST
                 MOVE NTBLCTREND(NCTRSUB) TO NERENEND
                 MOVE NDAYSLEFT TO NERENDAYS
                 MOVE XTBLCTRFREQ(NCTRSUB) TO XERENFREQ
                 MOVE NTBLCTRAMT(NCTRSUB) TO NERENAMT
                 MOVE XTBLCTRDESC(NCTRSUB) TO XERENDESC
                 MOVE XRENEWDETAIL TO XRENEWLINE
                 WRITE XRENEWLINE BEFORE ADVANCING 1 LINE
                 ADD 1 TO NRENEWCNT
              END-IF
           END-IF.

       400-SAVE-CTR. *> the last-billed dates are what make a rerun
          *> for the same date bill nothing
           IF NCTRCNT > 0
              OPEN OUTPUT CTRFILE
              PERFORM 410-WRITE-CTR VARYING NCTRSUB FROM 1 BY 1
                 UNTIL NCTRSUB > NCTRCNT
              CLOSE CTRFILE
           END-IF.

       410-WRITE-CTR.
           MOVE NTBLCTRNUM(NCTRSUB)   TO NCTRNUMIN.
           MOVE NTBLCTRCUST(NCTRSUB)  TO NCTRCUSTIN.
           MOVE NTBLCTRAMT(NCTRSUB)   TO NCTRAMTIN.
           MOVE XTBLCTRFREQ(NCTRSUB)  TO XCTRFREQIN.
           MOVE NTBLCTRSTART(NCTRSUB) TO NCTRSTARTIN.
           MOVE NTBLCTREND(NCTRSUB)   TO NCTRENDIN.
           MOVE XTBLCTRDESC(NCTRSUB)  TO XCTRDESCIN.
           MOVE NTBLCTRLAST(NCTRSUB)  TO NCTRLASTIN.
           MOVE XTBLCTRTAX(NCTRSUB)   TO XCTRTAXIN.
           WRITE XCTRREC.

       500-TERMINATE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NBILLCNT TO NERPTCNT.
           MOVE ' CHARGE(S) BILLED   ' TO XRPTTOTTAG.
           MOVE NBILLTOT TO NERPTTOT.
           MOVE XRPTTOTAL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           MOVE SPACES TO XRENEWLINE.
           WRITE XRENEWLINE BEFORE ADVANCING 1 LINE.
           MOVE NRENEWDAYS TO NERENEWDAYS.
           MOVE SPACES TO XRENEWLINE.
           MOVE NRENEWCNT TO NERPTCNT.
           STRING NERPTCNT ' CONTRACT(S) ENDING WITHIN '
              NERENEWDAYS ' DAYS' DELIMITED BY SIZE
              INTO XRENEWLINE.
           WRITE XRENEWLINE BEFORE ADVANCING 1 LINE.
           CLOSE RENEWFILE.
           DISPLAY 'CONTRACTS READ:      ' NCTRCNT.
           DISPLAY 'CHARGES BILLED:      ' NBILLCNT.
           DISPLAY 'ALREADY PENDING:     ' NDUPCNT.
           DISPLAY 'CONTRACTS IN ERROR:  ' NBADCNT.
           DISPLAY 'DUE FOR RENEWAL:     ' NRENEWCNT.
           MOVE SPACES TO XAUDITDETAIL.
           STRING 'BILLED ' NBILLCNT ' RENEWALS ' NRENEWCNT
              DELIMITED BY SIZE INTO XAUDITDETAIL.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
