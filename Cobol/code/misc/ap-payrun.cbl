       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-PAYRUN.
       AUTHOR. WYATT SHANAHAN.

      *> Weekly accounts payable payment run, in two passes like
      *> AR-REFUND so no check is printed that nobody approved:
      *>   AP_PAYRUN_MODE P (the default) - SELECT. Every open
      *>     invoice on APInvoices.txt for an active vendor is
      *>     selected when its early-payment discount can still be
      *>     taken inside the next AP_PAY_DAYS days (default 7, the
      *>     week to the next run) - paid net of the discount - or
      *>     when it falls due inside them, or is already past due.
      *>     The selection goes to AP-pay-proposal.txt, one line per
      *>     invoice with a blank approval column, and to the
      *>     selection report; a held invoice that would have been
      *>     selected is reported, not proposed. The approver puts
      *>     an A in column 1 of each line to be paid.
      *>   AP_PAYRUN_MODE I - ISSUE. Each approved line is checked
      *>     against APInvoices.txt again - still open, still the
      *>     amount proposed, vendor still active - and a discount
      *>     whose date has passed since the proposal is not taken.
      *>     One check per vendor covers all its approved invoices,
      *>     numbered from APNextCheck.ctl, mailed to the vendor's
      *>     remit address with a stub line per invoice; the checks
      *>     go to the bank on positive pay (PAYROLL-01's layout);
      *>     the invoices are marked paid with the check number; and
      *>     an AP GL extract - debit each invoice's charge account
      *>     for the gross, credit cash for the checks and purchase
      *>     discounts for what was taken, accounts off
      *>     APGLAccounts.txt - is queued on GLBatches.ctl for
      *>     GL-POST. A line that no longer holds is skipped with the
      *>     reason and the job ends WARNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVFILE ASSIGN TO DYNAMIC XINVFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XINVSTATUS.
           SELECT OPTIONAL VENFILE ASSIGN TO DYNAMIC XVENFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XVENSTATUS.
           SELECT OPTIONAL PROPFILE ASSIGN TO "AP-pay-proposal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPROPSTATUS.
           SELECT OPTIONAL CHKCTLFILE ASSIGN TO "APNextCheck.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHKCTLSTATUS.
           SELECT OPTIONAL GLACCTFILE ASSIGN TO DYNAMIC
              XGLACCTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XGLACCTSTATUS.
           SELECT CHECKFILE ASSIGN TO "AP-checks.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSPAYFILE ASSIGN TO "AP-positivepay.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLEXTFILE ASSIGN TO DYNAMIC XGLEXTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC XRPTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INVFILE. *> AP-INVOICE's invoice file
       01 XINVREC.
              05 NINVVOUCHIN       PIC 9(6).
              05 XINVVENDIN        PIC X(4).
              05 XINVNUMIN         PIC X(15).
              05 NINVDATEIN        PIC 9(8).
              05 NINVDUEIN         PIC 9(8).
              05 NINVDISCDTIN      PIC 9(8).
              05 NINVAMTIN         PIC 9(7)V99.
              05 NINVDISCIN        PIC 9(5)V99.
              05 XINVGLACCTIN      PIC X(6).
              05 XINVSTATIN        PIC X. *> O, H, P OR V
              05 NINVCHECKIN       PIC 9(6).
              05 NINVPAIDIN        PIC 9(8).
              05 NINVTAKENIN       PIC 9(5)V99.
              05 XINVBYIN          PIC X(8).
              05 XINVDESCIN        PIC X(20).

       FD VENFILE. *> AP-VENDOR's vendor master
       01 XVENREC.
              05 XVENCODEIN        PIC X(4).
              05 XVENNAMEIN        PIC X(25).
              05 XVENSTREETIN      PIC X(25).
              05 XVENCITYIN        PIC X(16).
              05 XVENSTATEIN       PIC X(2).
              05 XVENZIPIN         PIC X(10).
              05 XVENTYPEIN        PIC X.
              05 NVENNETDAYSIN     PIC 9(3).
              05 NVENDISCPCTIN     PIC 99V99.
              05 NVENDISCDAYSIN    PIC 9(3).
              05 XVENGLACCTIN      PIC X(6).
              05 XVENSTATUSIN      PIC X.

       FD PROPFILE. *> payment proposal - column 1 is the approval
       01 XPROPREC.
              05 XPRPAPPROVE       PIC X. *> A = APPROVED TO PAY
              05 NPRPVOUCH         PIC 9(6).
              05 XPRPVEND          PIC X(4).
              05 XPRPINVNUM        PIC X(15).
              05 NPRPDUE           PIC 9(8).
              05 NPRPAMT           PIC 9(7)V99. *> gross
              05 NPRPDISC          PIC 9(5)V99. *> discount to take
              05 NPRPDATE          PIC 9(8). *> date proposed

       FD CHKCTLFILE. *> next AP check number - the operating
          *> account's own series, apart from payroll's and AR's
       01 XCHKCTLREC.
              05 NCHKCTLNEXT       PIC 9(6).

       FD GLACCTFILE. *> AP's ledger accounts - one record
       01 XGLACCTREC.
              05 XGACASHIN         PIC X(6). *> operating cash
              05 XGADISCIN         PIC X(6). *> purchase discounts

       FD CHECKFILE.
       01 XCHECKREC.
              05 NCHKNUMOUT        PIC 9(6).
              05 FILLER            PIC X.
              05 NCHKDATEOUT       PIC 9(8).
              05 FILLER            PIC X.
              05 XCHKVENDOUT       PIC X(4).
              05 FILLER            PIC X.
              05 XCHKNAMEOUT       PIC X(30).
              05 FILLER            PIC X.
              05 NECHKAMTOUT       PIC $$,$$$,$$9.99.
       01 XCHECKADDRLINE.
              05 FILLER            PIC X(22).
              05 XCHKADDRTEXT      PIC X(58).
       01 XCHECKSTUBLINE. *> one per invoice the check pays
              05 FILLER            PIC X(4).
              05 XSTBINVNUMOUT     PIC X(15).
              05 FILLER            PIC X.
              05 NSTBDATEOUT       PIC 9999/99/99.
              05 FILLER            PIC X.
              05 NESTBAMTOUT       PIC $$$$,$$9.99.
              05 FILLER            PIC X.
              05 NESTBDISCOUT      PIC $$$$,$$9.99.
              05 FILLER            PIC X.
              05 NESTBNETOUT       PIC $$$$,$$9.99.

       FD POSPAYFILE. *> positive-pay issue file, PAYROLL-01 layout
       01 XPPAYHDRREC.
              05 XPPHDRTAG         PIC X(3). *> 'HDR'
              05 NPPHDRDATE        PIC 9(8).
              05 XPPHDRSOURCE      PIC X(20).
       01 XPPAYTRLREC.
              05 XPPTRLTAG         PIC X(3). *> 'TRL'
              05 NPPTRLCOUNT       PIC 9(5).
              05 NPPTRLAMOUNT      PIC 9(9)V99.
       01 XPPAYDETAILREC.
              05 XPPAYTYPEOUT      PIC X. *> I = issue, V = void
              05 NPPAYNUMOUT       PIC 9(6).
              05 NPPAYDATEOUT      PIC 9(8).
              05 XPPAYNAMEOUT      PIC X(40).
              05 NPPAYAMTOUT       PIC 9(7)V99.

       FD GLEXTFILE. *> same layout as PAYROLL-01's GL extract
       01 XGLEXTREC.
              05 XGLACCTOUT        PIC X(6).
              05 XGLDRCROUT        PIC X. *> D = DEBIT, C = CREDIT
              05 NGLAMTOUT         PIC S9(7)V99 SIGN IS TRAILING.
              05 NGLDEPTOUT        PIC 9.
              05 XGLDESCOUT        PIC X(16).
              05 XGLJOBOUT         PIC X(4).

       FD RPTFILE.
       01 XRPTLINE              PIC X(105).

       WORKING-STORAGE SECTION.
              77 XINVFILENAME   PIC X(100).
              77 XINVSTATUS     PIC XX.
              77 XLOCKMODE      PIC X.
              77 XLOCKRESULT    PIC X.
              77 XINVLOCKED     PIC X        VALUE 'N'. *> Y once
              *> the invoice lock is ours - 900-ABORT gives it back
              77 XVENFILENAME   PIC X(100).
              77 XVENSTATUS     PIC XX.
              77 XPROPSTATUS    PIC XX.
              77 XCHKCTLSTATUS  PIC XX.
              77 XGLACCTFILENAME PIC X(100).
              77 XGLACCTSTATUS  PIC XX.
              77 XGLEXTFILENAME PIC X(100).
              77 XRPTFILENAME   PIC X(100).
              77 XEOF           PIC X        VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AP-PAYRUN".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              77 XMODE          PIC X        VALUE 'P'.
              77 XPARMDAYS      PIC X(3)     VALUE SPACES.
              77 NPAYDAYS       PIC 9(3)     VALUE 7. *> how far
              *> ahead a run pays - AP_PAY_DAYS overrides
              77 NHORIZON       PIC 9(8)     VALUE 0.
              77 XGLQMODE       PIC X.
              77 XGLCASHACCT    PIC X(6)     VALUE SPACES.
              77 XGLDISCACCT    PIC X(6)     VALUE SPACES.
              77 NNEXTCHECKNUM  PIC 9(6)     VALUE 700001. *> first
              *> number used if APNextCheck.ctl has never been written
              77 NINVCNT        PIC 9(4)     VALUE 0.
              77 NINVSUB        PIC 9(4)     VALUE 0.
              77 NVENCNT        PIC 999      VALUE 0.
              77 NVENSUB        PIC 999      VALUE 0.
              77 XVENKEY        PIC X(4).
              77 NAPPRCNT       PIC 999      VALUE 0.
              77 NAPPRSUB       PIC 999      VALUE 0.
              77 NGRPSUB        PIC 999      VALUE 0.
              77 XSKIPWHY       PIC X(24)    VALUE SPACES.
              77 NTAKEDISC      PIC 9(5)V99  VALUE 0.
              77 NNETAMT        PIC 9(7)V99  VALUE 0.
              77 NCHKGROSS      PIC 9(7)V99  VALUE 0.
              77 NCHKDISC       PIC 9(7)V99  VALUE 0.
              77 NCHKNET        PIC 9(7)V99  VALUE 0.
              77 NSELCNT        PIC 9(4)     VALUE 0.
              77 NSELTOT        PIC 9(9)V99  VALUE 0.
              77 NHELDCNT       PIC 9(4)     VALUE 0.
              77 NINACTCNT      PIC 9(4)     VALUE 0.
              77 NCHECKCNT      PIC 9(5)     VALUE 0.
              77 NCHECKAMT      PIC 9(9)V99  VALUE 0.
              77 NDISCTOT       PIC 9(9)V99  VALUE 0.
              77 NNOTAPPRCNT    PIC 9(4)     VALUE 0.
              77 NSKIPCNT       PIC 9(4)     VALUE 0.
              77 NETOTAMT       PIC $$,$$$,$$9.99.
              COPY "rundate-ws.cbl".

              01 XINVTABLE.
                     05 XINVELEMENT OCCURS 3000 TIMES.
                            10 NTBLVOUCH     PIC 9(6).
                            10 XTBLVEND      PIC X(4).
                            10 XTBLINVNUM    PIC X(15).
                            10 NTBLINVDATE   PIC 9(8).
                            10 NTBLDUE       PIC 9(8).
                            10 NTBLDISCDT    PIC 9(8).
                            10 NTBLAMT       PIC 9(7)V99.
                            10 NTBLDISC      PIC 9(5)V99.
                            10 XTBLGLACCT    PIC X(6).
                            10 XTBLSTAT      PIC X.
                            10 NTBLCHECK     PIC 9(6).
                            10 NTBLPAID      PIC 9(8).
                            10 NTBLTAKEN     PIC 9(5)V99.
                            10 XTBLBY        PIC X(8).
                            10 XTBLDESC      PIC X(20).

              01 XVENTABLE.
                     05 XVENELEMENT OCCURS 500 TIMES.
                            10 XTBLVENCODE   PIC X(4).
                            10 XTBLVENNAME   PIC X(25).
                            10 XTBLVENSTREET PIC X(25).
                            10 XTBLVENCITY   PIC X(16).
                            10 XTBLVENSTATE  PIC X(2).
                            10 XTBLVENZIP    PIC X(10).
                            10 XTBLVENSTAT   PIC X.

              01 XAPPRTABLE. *> approved lines that still hold good
                     05 XAPPRELEMENT OCCURS 500 TIMES.
                            10 NAPPRINVSUB   PIC 9(4).
                            10 XAPPRVEND     PIC X(4).
                            10 NAPPRDISC     PIC 9(5)V99.
                            10 XAPPRDONE     PIC X.

              01 XRPTHEADING.
                     05 XRPTTITLE   PIC X(30).
                     05 FILLER      PIC X(5)  VALUE SPACES.
                     05 NERPTDATE   PIC 9999/99/99.
                     05 XRPTTHRU    PIC X(9)  VALUE SPACES.
                     05 NERPTHORIZON PIC 9999/99/99.

              01 XRPTCOLUMNS.
                     05 FILLER      PIC X(45) VALUE
                        'VOUCH  VEND INVOICE         DUE             '.
                     05 FILLER      PIC X(45) VALUE
                        'GROSS   DISCOUNT         NET CHECK  NOTE'.

              01 XRPTDETAIL.
                     05 NERPTVOUCH  PIC 9(6).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XRPTVEND    PIC X(4).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XRPTINVNUM  PIC X(15).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NERPTDUE    PIC 9999/99/99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NERPTAMT    PIC $$$$,$$9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NERPTDISC   PIC $$$,$$9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NERPTNET    PIC $$$$,$$9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XERPTCHECK  PIC X(6).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XRPTNOTE    PIC X(24).

              01 XRPTTOTAL.
                     05 NERPTCNT    PIC ZZZ9.
                     05 XRPTTOTTAG  PIC X(24).
                     05 NERPTTOT    PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 110-LOAD-VENDORS.
           PERFORM 120-LOAD-INVOICES.
           IF XMODE = 'I'
              PERFORM 300-ISSUE-RUN
           ELSE
              PERFORM 200-SELECT-RUN
           END-IF.
           PERFORM 500-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'APInvoices.txt' TO XINVFILENAME.
           ACCEPT XINVFILENAME FROM ENVIRONMENT 'AP_INVOICE_FILE'
              ON EXCEPTION
                 MOVE 'APInvoices.txt' TO XINVFILENAME
           END-ACCEPT.
           MOVE 'APVendors.txt' TO XVENFILENAME.
           ACCEPT XVENFILENAME FROM ENVIRONMENT 'AP_VENDOR_FILE'
              ON EXCEPTION
                 MOVE 'APVendors.txt' TO XVENFILENAME
           END-ACCEPT.
           MOVE 'APGLAccounts.txt' TO XGLACCTFILENAME.
           ACCEPT XGLACCTFILENAME FROM ENVIRONMENT
              'AP_GL_ACCOUNT_FILE'
              ON EXCEPTION
                 MOVE 'APGLAccounts.txt' TO XGLACCTFILENAME
           END-ACCEPT.
           ACCEPT XMODE FROM ENVIRONMENT 'AP_PAYRUN_MODE'
              ON EXCEPTION MOVE 'P' TO XMODE
           END-ACCEPT.
           IF XMODE = 'i'
              MOVE 'I' TO XMODE
           END-IF.
           ACCEPT XPARMDAYS FROM ENVIRONMENT 'AP_PAY_DAYS'
              ON EXCEPTION MOVE SPACES TO XPARMDAYS
           END-ACCEPT.
           IF XPARMDAYS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(XPARMDAYS) = 0
              COMPUTE NPAYDAYS = FUNCTION NUMVAL(XPARMDAYS)
           END-IF.
           COMPUTE NHORIZON = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(nRunDate) + NPAYDAYS).
      *> AP-INVOICE, FRUIT-MATCH and ALBUMS-ROYALTY rewrite
      *> APInvoices.txt whole - the issue run rewrites it too and
      *> holds it exclusive; a selection only reads it, so shares it
      *> with other readers. Taken before the report is opened, so
      *> a refused run leaves the last report standing.
           IF XMODE = 'I'
              MOVE 'X' TO XLOCKMODE
           ELSE
              MOVE 'S' TO XLOCKMODE
           END-IF.
           CALL "acquireFileLock" USING XINVFILENAME XLOCKMODE
              XLOCKRESULT.
           IF XLOCKRESULT NOT = 'Y'
              DISPLAY 'AP INVOICE FILE IS LOCKED BY ANOTHER PROGRAM - '
                 'RUN REFUSED. RETRY SHORTLY.'
              MOVE "refused - AP invoices locked" TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.
           MOVE 'Y' TO XINVLOCKED.
           IF XMODE = 'I'
              PERFORM 130-LOAD-GL-ACCOUNTS
              MOVE 'AP-check-register.txt' TO XRPTFILENAME
              MOVE 'AP CHECKS ISSUED' TO XRPTTITLE
           ELSE
              MOVE 'AP-payment-selection.txt' TO XRPTFILENAME
              MOVE 'AP PAYMENT SELECTION' TO XRPTTITLE
              MOVE ' THROUGH ' TO XRPTTHRU
              MOVE NHORIZON TO NERPTHORIZON
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO NERPTDATE.
           MOVE XRPTHEADING TO XRPTLINE.
           IF XMODE = 'I'
              MOVE SPACES TO XRPTLINE(46:)
           END-IF.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTCOLUMNS TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       110-LOAD-VENDORS.
           OPEN INPUT VENFILE.
           IF XVENSTATUS = '00'
              PERFORM 111-READ-VENDOR UNTIL XEOF = 'Y'
           END-IF.
           CLOSE VENFILE.
           MOVE 'N' TO XEOF.

       111-READ-VENDOR.
           READ VENFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NVENCNT < 500
                    ADD 1 TO NVENCNT
                    MOVE XVENCODEIN   TO XTBLVENCODE(NVENCNT)
                    MOVE XVENNAMEIN   TO XTBLVENNAME(NVENCNT)
                    MOVE XVENSTREETIN TO XTBLVENSTREET(NVENCNT)
                    MOVE XVENCITYIN   TO XTBLVENCITY(NVENCNT)
                    MOVE XVENSTATEIN  TO XTBLVENSTATE(NVENCNT)
                    MOVE XVENZIPIN    TO XTBLVENZIP(NVENCNT)
                    MOVE XVENSTATUSIN TO XTBLVENSTAT(NVENCNT)
                 END-IF,
           END-READ.

       115-FIND-VENDOR. *> NVENSUB > NVENCNT when not on file
           PERFORM VARYING NVENSUB FROM 1 BY 1
              UNTIL NVENSUB > NVENCNT
              OR XTBLVENCODE(NVENSUB) = XVENKEY
              CONTINUE
           END-PERFORM.

       120-LOAD-INVOICES.
           OPEN INPUT INVFILE.
           IF XINVSTATUS NOT = '00'
              DISPLAY 'NO AP INVOICE FILE - NOTHING TO PAY.'
              MOVE "aborted - no invoice file" TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.
           PERFORM 121-READ-INVOICE UNTIL XEOF = 'Y'.
           CLOSE INVFILE.
           MOVE 'N' TO XEOF.

       121-READ-INVOICE.
           READ INVFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NINVCNT < 3000
                    ADD 1 TO NINVCNT
                    MOVE XINVREC TO XINVELEMENT(NINVCNT)
                 ELSE
                    DISPLAY 'MORE THAN 3000 AP INVOICES ON FILE.'
                    MOVE "aborted - invoice table full"
                       TO XAUDITDETAIL
                    PERFORM 900-ABORT
                 END-IF,
           END-READ.

       130-LOAD-GL-ACCOUNTS. *> no checks without the ledger side
           OPEN INPUT GLACCTFILE.
           IF XGLACCTSTATUS = '00'
              READ GLACCTFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE XGACASHIN TO XGLCASHACCT
                    MOVE XGADISCIN TO XGLDISCACCT
              END-READ
           END-IF.
           CLOSE GLACCTFILE.
           IF XGLCASHACCT = SPACES OR XGLDISCACCT = SPACES
              DISPLAY 'NO CASH AND DISCOUNT ACCOUNTS ON '
                 FUNCTION TRIM(XGLACCTFILENAME) ' - NO CHECKS.'
              MOVE "aborted - no AP GL accounts" TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.

      *> ==============================================================
      *> SELECT - everything worth paying before the next run
      *> ==============================================================
       200-SELECT-RUN.
           OPEN OUTPUT PROPFILE.
           PERFORM 210-JUDGE-INVOICE VARYING NINVSUB FROM 1 BY 1
              UNTIL NINVSUB > NINVCNT.
           CLOSE PROPFILE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NSELCNT TO NERPTCNT.
           MOVE ' INVOICES SELECTED, NET' TO XRPTTOTTAG.
           MOVE NSELTOT TO NERPTTOT.
           MOVE XRPTTOTAL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NSELTOT TO NETOTAMT.
           DISPLAY NSELCNT ' INVOICE(S) SELECTED TOTALING ' NETOTAMT
              ' NET - MARK COLUMN 1 OF AP-pay-proposal.txt WITH A '
              'TO APPROVE'.
           DISPLAY NHELDCNT ' HELD AND ' NINACTCNT
              ' FOR INACTIVE VENDORS - NOT SELECTED'.
           STRING "mode=P selected=" DELIMITED BY SIZE
              NSELCNT DELIMITED BY SIZE
              " net=" DELIMITED BY SIZE
              NETOTAMT DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.

       210-JUDGE-INVOICE. *> the discount is worth more than the
          *> float - take it on its last good day inside the window
           IF XTBLSTAT(NINVSUB) = 'O' OR XTBLSTAT(NINVSUB) = 'H'
              MOVE SPACES TO XRPTNOTE
              MOVE 0 TO NTAKEDISC
              EVALUATE TRUE
                 WHEN NTBLDISCDT(NINVSUB) NOT < nRunDate
                    AND NTBLDISCDT(NINVSUB) NOT > NHORIZON
                    MOVE NTBLDISC(NINVSUB) TO NTAKEDISC
                    MOVE 'DISCOUNT' TO XRPTNOTE
                 WHEN NTBLDUE(NINVSUB) < nRunDate
                    MOVE 'PAST DUE' TO XRPTNOTE
                 WHEN NTBLDUE(NINVSUB) NOT > NHORIZON
                    MOVE 'DUE' TO XRPTNOTE
              END-EVALUATE
              IF XRPTNOTE NOT = SPACES
                 PERFORM 220-PROPOSE-INVOICE
              END-IF
           END-IF.

       220-PROPOSE-INVOICE.
           MOVE XTBLVEND(NINVSUB) TO XVENKEY.
           PERFORM 115-FIND-VENDOR.
           EVALUATE TRUE
              WHEN XTBLSTAT(NINVSUB) = 'H'
                 ADD 1 TO NHELDCNT
                 MOVE 'HELD - NOT SELECTED' TO XRPTNOTE
              WHEN NVENSUB > NVENCNT
                 ADD 1 TO NINACTCNT
                 MOVE 'NO VENDOR - NOT SELECTED' TO XRPTNOTE
              WHEN XTBLVENSTAT(NVENSUB) = 'I'
                 ADD 1 TO NINACTCNT
                 MOVE 'INACTIVE - NOT SELECTED' TO XRPTNOTE
              WHEN OTHER
                 ADD 1 TO NSELCNT
                 COMPUTE NNETAMT = NTBLAMT(NINVSUB) - NTAKEDISC
                 ADD NNETAMT TO NSELTOT
                 MOVE SPACE TO XPRPAPPROVE
                 MOVE NTBLVOUCH(NINVSUB) TO NPRPVOUCH
                 MOVE XTBLVEND(NINVSUB) TO XPRPVEND
                 MOVE XTBLINVNUM(NINVSUB) TO XPRPINVNUM
                 MOVE NTBLDUE(NINVSUB) TO NPRPDUE
                 MOVE NTBLAMT(NINVSUB) TO NPRPAMT
                 MOVE NTAKEDISC TO NPRPDISC
                 MOVE nRunDate TO NPRPDATE
                 WRITE XPROPREC
           END-EVALUATE.
           COMPUTE NNETAMT = NTBLAMT(NINVSUB) - NTAKEDISC.
           MOVE SPACES TO XERPTCHECK.
           PERFORM 230-WRITE-DETAIL.

       230-WRITE-DETAIL.
           MOVE NTBLVOUCH(NINVSUB) TO NERPTVOUCH.
           MOVE XTBLVEND(NINVSUB) TO XRPTVEND.
           MOVE XTBLINVNUM(NINVSUB) TO XRPTINVNUM.
           MOVE NTBLDUE(NINVSUB) TO NERPTDUE.
           MOVE NTBLAMT(NINVSUB) TO NERPTAMT.
           MOVE NTAKEDISC TO NERPTDISC.
           MOVE NNETAMT TO NERPTNET.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

      *> ==============================================================
      *> ISSUE - pay the approved lines that still hold good
      *> ==============================================================
       300-ISSUE-RUN.
           OPEN INPUT PROPFILE.
           IF XPROPSTATUS NOT = '00'
              DISPLAY 'NO PAYMENT PROPOSAL ON FILE - RUN AP-PAYRUN '
                 'IN MODE P FIRST'
              MOVE 'Y' TO XEOF
           END-IF.
           PERFORM 310-ISSUE-READ UNTIL XEOF = 'Y'.
           CLOSE PROPFILE.
           OPEN INPUT CHKCTLFILE.
           IF XCHKCTLSTATUS = '00'
              READ CHKCTLFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NCHKCTLNEXT TO NNEXTCHECKNUM
              END-READ
           END-IF.
           CLOSE CHKCTLFILE.
           OPEN OUTPUT CHECKFILE.
           OPEN OUTPUT POSPAYFILE.
           MOVE 'HDR' TO XPPHDRTAG.
           MOVE nRunDate TO NPPHDRDATE.
           MOVE 'AP-PAYRUN' TO XPPHDRSOURCE.
           WRITE XPPAYHDRREC.
           IF NAPPRCNT > 0
              PERFORM 330-OPEN-GL-EXTRACT
           END-IF.
           PERFORM 340-VENDOR-CHECK VARYING NAPPRSUB FROM 1 BY 1
              UNTIL NAPPRSUB > NAPPRCNT.
           MOVE 'TRL' TO XPPTRLTAG.
           MOVE NCHECKCNT TO NPPTRLCOUNT.
           MOVE NCHECKAMT TO NPPTRLAMOUNT.
           WRITE XPPAYTRLREC.
           CLOSE POSPAYFILE.
           CLOSE CHECKFILE.
           IF NCHECKCNT > 0
              PERFORM 370-CLOSE-GL-EXTRACT
              OPEN OUTPUT CHKCTLFILE
              MOVE NNEXTCHECKNUM TO NCHKCTLNEXT
              WRITE XCHKCTLREC
              CLOSE CHKCTLFILE
              PERFORM 380-SAVE-INVOICES
           END-IF.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NCHECKCNT TO NERPTCNT.
           MOVE ' AP CHECKS, NET' TO XRPTTOTTAG.
           MOVE NCHECKAMT TO NERPTTOT.
           MOVE XRPTTOTAL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE 0 TO NERPTCNT.
           MOVE ' DISCOUNTS TAKEN' TO XRPTTOTTAG.
           MOVE NDISCTOT TO NERPTTOT.
           MOVE XRPTTOTAL TO XRPTLINE.
           MOVE SPACES TO XRPTLINE(1:4).
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NCHECKAMT TO NETOTAMT.
           DISPLAY NCHECKCNT ' AP CHECK(S) ISSUED TOTALING '
              NETOTAMT.
           DISPLAY NSKIPCNT ' APPROVED LINE(S) SKIPPED, '
              NNOTAPPRCNT ' NOT APPROVED'.
           IF NSKIPCNT > 0
              MOVE 'WARNING' TO XEOJCODE
           END-IF.
           STRING "mode=I checks=" DELIMITED BY SIZE
              NCHECKCNT DELIMITED BY SIZE
              " amount=" DELIMITED BY SIZE
              NETOTAMT DELIMITED BY SIZE
              " skipped=" DELIMITED BY SIZE
              NSKIPCNT DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.

       310-ISSUE-READ.
           READ PROPFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF XPRPAPPROVE = 'A' OR XPRPAPPROVE = 'a'
                    PERFORM 320-CHECK-APPROVED
                 ELSE
                    ADD 1 TO NNOTAPPRCNT
                 END-IF,
           END-READ.

       320-CHECK-APPROVED. *> the invoice may have moved since the
          *> proposal - pay only what still holds exactly
           PERFORM VARYING NINVSUB FROM 1 BY 1
              UNTIL NINVSUB > NINVCNT
              OR NTBLVOUCH(NINVSUB) = NPRPVOUCH
              CONTINUE
           END-PERFORM.
           MOVE SPACES TO XSKIPWHY.
           IF NINVSUB > NINVCNT
              MOVE 'VOUCHER NOT ON FILE' TO XSKIPWHY
           ELSE
              MOVE XTBLVEND(NINVSUB) TO XVENKEY
              PERFORM 115-FIND-VENDOR
              EVALUATE TRUE
                 WHEN XTBLSTAT(NINVSUB) = 'P'
                    MOVE 'ALREADY PAID' TO XSKIPWHY
                 WHEN XTBLSTAT(NINVSUB) NOT = 'O'
                    MOVE 'HELD OR VOIDED' TO XSKIPWHY
                 WHEN NTBLAMT(NINVSUB) NOT = NPRPAMT
                    MOVE 'AMOUNT HAS CHANGED' TO XSKIPWHY
                 WHEN NVENSUB > NVENCNT
                    MOVE 'VENDOR NOT ON FILE' TO XSKIPWHY
                 WHEN XTBLVENSTAT(NVENSUB) = 'I'
                    MOVE 'VENDOR INACTIVE' TO XSKIPWHY
                 WHEN NAPPRCNT >= 500
                    MOVE 'TOO MANY FOR ONE RUN' TO XSKIPWHY
              END-EVALUATE
           END-IF.
           IF XSKIPWHY NOT = SPACES
              ADD 1 TO NSKIPCNT
              DISPLAY 'PAYMENT SKIPPED - VOUCHER ' NPRPVOUCH ': '
                 XSKIPWHY
              MOVE NPRPVOUCH TO NERPTVOUCH
              MOVE XPRPVEND TO XRPTVEND
              MOVE XPRPINVNUM TO XRPTINVNUM
              MOVE NPRPDUE TO NERPTDUE
              MOVE NPRPAMT TO NERPTAMT
              MOVE 0 TO NERPTDISC
              MOVE 0 TO NERPTNET
              MOVE SPACES TO XERPTCHECK
              MOVE XSKIPWHY TO XRPTNOTE
              MOVE XRPTDETAIL TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
           ELSE
              ADD 1 TO NAPPRCNT
              MOVE NINVSUB TO NAPPRINVSUB(NAPPRCNT)
              MOVE XTBLVEND(NINVSUB) TO XAPPRVEND(NAPPRCNT)
              MOVE 'N' TO XAPPRDONE(NAPPRCNT)
              IF NTBLDISCDT(NINVSUB) < nRunDate
                 MOVE 0 TO NAPPRDISC(NAPPRCNT)
              ELSE
                 MOVE NPRPDISC TO NAPPRDISC(NAPPRCNT)
              END-IF
           END-IF.

       330-OPEN-GL-EXTRACT.
           MOVE 'AP-payrun-glext' TO XGLEXTFILENAME.
           MOVE 'N' TO XGLQMODE.
           CALL "glQueueBatch" USING XGLQMODE XGLEXTFILENAME
              nRunDate.
           IF XGLEXTFILENAME = SPACES
              DISPLAY 'ALL 99 AP GL EXTRACT NAMES USED TODAY.'
              MOVE "aborted - no free GL extract name"
                 TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.
           OPEN OUTPUT GLEXTFILE.
           MOVE 0 TO NGLDEPTOUT.
           MOVE SPACES TO XGLJOBOUT.

       340-VENDOR-CHECK. *> the first approved line of each vendor
          *> pays all of that vendor's approved lines on one check
           IF XAPPRDONE(NAPPRSUB) = 'N'
              MOVE XAPPRVEND(NAPPRSUB) TO XVENKEY
              PERFORM 115-FIND-VENDOR
              MOVE 0 TO NCHKGROSS
              MOVE 0 TO NCHKDISC
              PERFORM VARYING NGRPSUB FROM NAPPRSUB BY 1
                 UNTIL NGRPSUB > NAPPRCNT
                 IF XAPPRVEND(NGRPSUB) = XVENKEY
                    MOVE NAPPRINVSUB(NGRPSUB) TO NINVSUB
                    ADD NTBLAMT(NINVSUB) TO NCHKGROSS
                    ADD NAPPRDISC(NGRPSUB) TO NCHKDISC
                 END-IF
              END-PERFORM
              COMPUTE NCHKNET = NCHKGROSS - NCHKDISC
              PERFORM 350-WRITE-CHECK
              PERFORM VARYING NGRPSUB FROM NAPPRSUB BY 1
                 UNTIL NGRPSUB > NAPPRCNT
                 IF XAPPRVEND(NGRPSUB) = XVENKEY
                    PERFORM 360-PAY-INVOICE
                 END-IF
              END-PERFORM
              MOVE SPACES TO XGLEXTREC
              MOVE 0 TO NGLDEPTOUT
              MOVE XGLCASHACCT TO XGLACCTOUT
              MOVE 'C' TO XGLDRCROUT
              MOVE NCHKNET TO NGLAMTOUT
              MOVE SPACES TO XGLDESCOUT
              STRING 'AP CHECK ' DELIMITED BY SIZE
                 NNEXTCHECKNUM DELIMITED BY SIZE
                 INTO XGLDESCOUT
              END-STRING
              WRITE XGLEXTREC
              IF NCHKDISC > 0
                 MOVE XGLDISCACCT TO XGLACCTOUT
                 MOVE NCHKDISC TO NGLAMTOUT
                 MOVE SPACES TO XGLDESCOUT
                 STRING 'AP DISC ' DELIMITED BY SIZE
                    NNEXTCHECKNUM DELIMITED BY SIZE
                    INTO XGLDESCOUT
                 END-STRING
                 WRITE XGLEXTREC
              END-IF
              ADD 1 TO NCHECKCNT
              ADD NCHKNET TO NCHECKAMT
              ADD NCHKDISC TO NDISCTOT
              ADD 1 TO NNEXTCHECKNUM
           END-IF.

       350-WRITE-CHECK. *> check, remit-to block, positive pay
           MOVE SPACES TO XCHECKREC.
           MOVE NNEXTCHECKNUM TO NCHKNUMOUT.
           MOVE nRunDate TO NCHKDATEOUT.
           MOVE XVENKEY TO XCHKVENDOUT.
           MOVE XTBLVENNAME(NVENSUB) TO XCHKNAMEOUT.
           MOVE NCHKNET TO NECHKAMTOUT.
           WRITE XCHECKREC BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XCHECKADDRLINE.
           MOVE XTBLVENSTREET(NVENSUB) TO XCHKADDRTEXT.
           WRITE XCHECKADDRLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XCHECKADDRLINE.
           STRING XTBLVENCITY(NVENSUB) DELIMITED BY '  '
              ', ' DELIMITED BY SIZE
              XTBLVENSTATE(NVENSUB) DELIMITED BY SIZE
              ' ' DELIMITED BY SIZE
              XTBLVENZIP(NVENSUB) DELIMITED BY SPACE
              INTO XCHKADDRTEXT
              ON OVERFLOW CONTINUE
           END-STRING.
           WRITE XCHECKADDRLINE BEFORE ADVANCING 1 LINE.
           MOVE 'I' TO XPPAYTYPEOUT.
           MOVE NNEXTCHECKNUM TO NPPAYNUMOUT.
           MOVE nRunDate TO NPPAYDATEOUT.
           MOVE XTBLVENNAME(NVENSUB) TO XPPAYNAMEOUT.
           MOVE NCHKNET TO NPPAYAMTOUT.
           WRITE XPPAYDETAILREC.

       360-PAY-INVOICE. *> stub line, register line, the debit, and
          *> the invoice marked paid
           MOVE 'Y' TO XAPPRDONE(NGRPSUB).
           MOVE NAPPRINVSUB(NGRPSUB) TO NINVSUB.
           MOVE NAPPRDISC(NGRPSUB) TO NTAKEDISC.
           COMPUTE NNETAMT = NTBLAMT(NINVSUB) - NTAKEDISC.
           MOVE SPACES TO XCHECKSTUBLINE.
           MOVE XTBLINVNUM(NINVSUB) TO XSTBINVNUMOUT.
           MOVE NTBLINVDATE(NINVSUB) TO NSTBDATEOUT.
           MOVE NTBLAMT(NINVSUB) TO NESTBAMTOUT.
           MOVE NTAKEDISC TO NESTBDISCOUT.
           MOVE NNETAMT TO NESTBNETOUT.
           WRITE XCHECKSTUBLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XGLEXTREC.
           MOVE 0 TO NGLDEPTOUT.
           MOVE XTBLGLACCT(NINVSUB) TO XGLACCTOUT.
           MOVE 'D' TO XGLDRCROUT.
           MOVE NTBLAMT(NINVSUB) TO NGLAMTOUT.
           STRING 'AP VCH ' DELIMITED BY SIZE
              NTBLVOUCH(NINVSUB) DELIMITED BY SIZE
              INTO XGLDESCOUT
           END-STRING.
           WRITE XGLEXTREC.
           MOVE 'P' TO XTBLSTAT(NINVSUB).
           MOVE NNEXTCHECKNUM TO NTBLCHECK(NINVSUB).
           MOVE nRunDate TO NTBLPAID(NINVSUB).
           MOVE NTAKEDISC TO NTBLTAKEN(NINVSUB).
           MOVE NNEXTCHECKNUM TO XERPTCHECK.
           IF NTAKEDISC > 0
              MOVE 'PAID - DISCOUNT TAKEN' TO XRPTNOTE
           ELSE
              MOVE 'PAID' TO XRPTNOTE
           END-IF.
           PERFORM 230-WRITE-DETAIL.

       370-CLOSE-GL-EXTRACT. *> control totals GL-POST checks the
          *> batch against, then onto the queue
           MOVE SPACES TO XGLEXTREC.
           MOVE 0 TO NGLDEPTOUT.
           MOVE 'TOTAL ' TO XGLACCTOUT.
           MOVE 'D' TO XGLDRCROUT.
           COMPUTE NGLAMTOUT = NCHECKAMT + NDISCTOT.
           MOVE 'EXTRACT DEBITS' TO XGLDESCOUT.
           WRITE XGLEXTREC.
           MOVE 'C' TO XGLDRCROUT.
           MOVE 'EXTRACT CREDITS' TO XGLDESCOUT.
           WRITE XGLEXTREC.
           CLOSE GLEXTFILE.
           MOVE 'Q' TO XGLQMODE.
           CALL "glQueueBatch" USING XGLQMODE XGLEXTFILENAME
              nRunDate.
           DISPLAY 'AP GL EXTRACT QUEUED TO THE LEDGER ON '
              FUNCTION TRIM(XGLEXTFILENAME).

       380-SAVE-INVOICES.
           OPEN OUTPUT INVFILE.
           PERFORM 381-WRITE-INVOICE VARYING NINVSUB FROM 1 BY 1
              UNTIL NINVSUB > NINVCNT.
           CLOSE INVFILE.

       381-WRITE-INVOICE.
           MOVE XINVELEMENT(NINVSUB) TO XINVREC.
           WRITE XINVREC.

       500-TERMINATE.
           CLOSE RPTFILE.
           PERFORM 910-RELEASE-INVOICES.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.

       900-ABORT.
           PERFORM 910-RELEASE-INVOICES.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           MOVE "FAILED" TO XEOJCODE.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
           STOP RUN.

       910-RELEASE-INVOICES.
           IF XINVLOCKED = 'Y'
              CALL "releaseFileLock" USING XINVFILENAME XLOCKMODE
                 XLOCKRESULT
              MOVE 'N' TO XINVLOCKED
           END-IF.
