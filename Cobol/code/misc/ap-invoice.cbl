       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-INVOICE.
       AUTHOR. WYATT SHANAHAN.

      *> Accounts payable invoice entry. Each bill that comes in is
      *> keyed onto APInvoices.txt (AP_INVOICE_FILE) under the next
      *> voucher number: the vendor (off APVendors.txt, active), the
      *> vendor's own invoice number - once per vendor, so the same
      *> bill is never keyed twice - the invoice date, the amount,
      *> what it is for, and the GL account it is charged to (the
      *> vendor's default unless another is keyed). The vendor's
      *> terms set the due date, and where the vendor gives an
      *> early-payment discount, the last day it can be taken and
      *> what it is worth; the due date can be keyed over when the
      *> bill says otherwise. AP-PAYRUN selects on those dates.
      *> An invoice is O open (payable), H held (not to be selected
      *> until released), P paid (check number and date on it, set
      *> by AP-PAYRUN) or V voided (keyed in error - never paid, kept
      *> on file). A paid invoice cannot be held or voided here.
      *> A fruit supplier's bill is not keyed here: FRUIT-MATCH puts
      *> it on file once it has been matched to the order and the
      *> receipt, held when it does not match, and the hold is
      *> released here once purchasing has settled it.
      *> The session holds APInvoices.txt exclusive from load to save
      *> (AP-PAYRUN, FRUIT-MATCH and ALBUMS-ROYALTY rewrite it too),
      *> so it is refused while any of them has the file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL INVFILE ASSIGN TO DYNAMIC XINVFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XINVSTATUS.
           SELECT OPTIONAL VENFILE ASSIGN TO DYNAMIC XVENFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XVENSTATUS.
           SELECT OPTIONAL CHARTFILE ASSIGN TO DYNAMIC
              XCHARTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHARTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INVFILE.
       01 XINVREC.
              05 NINVVOUCHIN       PIC 9(6).
              05 XINVVENDIN        PIC X(4).
              05 XINVNUMIN         PIC X(15). *> THE VENDOR'S NUMBER
              05 NINVDATEIN        PIC 9(8).
              05 NINVDUEIN         PIC 9(8).
              05 NINVDISCDTIN      PIC 9(8). *> 0 = NO DISCOUNT
              05 NINVAMTIN         PIC 9(7)V99.
              05 NINVDISCIN        PIC 9(5)V99. *> DISCOUNT ON OFFER
              05 XINVGLACCTIN      PIC X(6).
              05 XINVSTATIN        PIC X. *> O, H, P OR V
              05 NINVCHECKIN       PIC 9(6). *> SET BY AP-PAYRUN
              05 NINVPAIDIN        PIC 9(8). *> SET BY AP-PAYRUN
              05 NINVTAKENIN       PIC 9(5)V99. *> DISCOUNT TAKEN
              05 XINVBYIN          PIC X(8). *> WHO KEYED IT
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

       FD CHARTFILE. *> chart of accounts
       01 XCHARTREC.
              05 XCHACCTIN         PIC X(6).
              05 XCHNAMEIN         PIC X(20).
              05 XCHTYPEIN         PIC X.

       WORKING-STORAGE SECTION.
              77 XINVFILENAME  PIC X(100).
              77 XINVSTATUS    PIC XX. *> OPTIONAL - does not exist
              *> until this program first saves it
              77 XLOCKMODE     PIC X.
              77 XLOCKRESULT   PIC X.
              77 XINVLOCKED    PIC X    VALUE 'N'. *> Y once the
              *> invoice lock is ours - 950-ABORT gives it back
              77 XVENFILENAME  PIC X(100).
              77 XVENSTATUS    PIC XX.
              77 XCHARTFILENAME PIC X(100).
              77 XCHARTSTATUS  PIC XX.
              77 XEOF          PIC X    VALUE 'N'.
              77 XACTION       PIC X.
              77 XOPERATOR     PIC X(8) VALUE SPACES.
              77 NLOADSUB      PIC 9(4) VALUE 0.
              77 NSEARCHSUB    PIC 9(4) VALUE 0.
              77 NFOUNDSUB     PIC 9(4) VALUE 0.
              77 NVENCNT       PIC 999  VALUE 0.
              77 NVENSUB       PIC 999  VALUE 0.
              77 NCHARTCNT     PIC 999  VALUE 0.
              77 NCHARTSUB     PIC 999  VALUE 0.
              77 NNEXTVOUCH    PIC 9(6) VALUE 0.
              77 XFOUNDFLAG    PIC X    VALUE 'N'.
              77 XVENDENTRY    PIC X(4).
              77 XINVNUMENTRY  PIC X(15).
              77 NVOUCHENTRY   PIC 9(6).
              77 NDATEENTRY    PIC 9(8).
              77 XAMTENTRY     PIC X(12).
              77 NAMTENTRY     PIC 9(8)V99.
              77 XACCTENTRY    PIC X(6).
              77 XDESCENTRY    PIC X(20).
              77 NINVDATE      PIC 9(8).
              77 NDUEDATE      PIC 9(8).
              77 NDISCDATE     PIC 9(8).
              77 NDISCAMT      PIC 9(5)V99.
              77 NOPENCNT      PIC 9(4) VALUE 0.
              77 NOPENTOT      PIC 9(9)V99 VALUE 0.
              77 NEINVAMT      PIC $$,$$$,$$9.99.
              77 NEDISCAMT     PIC $$$,$$9.99.
              77 NEOPENTOT     PIC $$$,$$$,$$9.99.
              COPY "rundate-ws.cbl".
              COPY "field-validate-ws.cbl".

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
                            10 XTBLVENTYPE   PIC X.
                            10 NTBLVENNET    PIC 9(3).
                            10 NTBLVENPCT    PIC 99V99.
                            10 NTBLVENDAYS   PIC 9(3).
                            10 XTBLVENGLACCT PIC X(6).
                            10 XTBLVENSTAT   PIC X.

              01 XCHARTTABLE.
                     05 XCHACCTTBL OCCURS 300 TIMES PIC X(6).

       PROCEDURE DIVISION.
       000-MAIN.
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
           MOVE 'GLChart.txt' TO XCHARTFILENAME.
           ACCEPT XCHARTFILENAME FROM ENVIRONMENT 'GL_CHART_FILE'
              ON EXCEPTION
                 MOVE 'GLChart.txt' TO XCHARTFILENAME
           END-ACCEPT.
           ACCEPT XOPERATOR FROM ENVIRONMENT "USER"
              ON EXCEPTION MOVE SPACES TO XOPERATOR
           END-ACCEPT.
           IF XOPERATOR = SPACES
              ACCEPT XOPERATOR FROM ENVIRONMENT "LOGNAME"
                 ON EXCEPTION MOVE SPACES TO XOPERATOR
              END-ACCEPT
           END-IF.
           PERFORM 100-LOAD-CHART.
           PERFORM 110-LOAD-VEN.
           MOVE 'X' TO XLOCKMODE.
           CALL "acquireFileLock" USING XINVFILENAME XLOCKMODE
              XLOCKRESULT.
           IF XLOCKRESULT NOT = 'Y'
              DISPLAY 'AP INVOICE FILE IS LOCKED BY ANOTHER PROGRAM - '
                 'SESSION REFUSED. RETRY SHORTLY.'
              PERFORM 950-ABORT
           END-IF.
           MOVE 'Y' TO XINVLOCKED.
           PERFORM 120-LOAD-INV.
           MOVE SPACE TO XACTION.
           PERFORM 200-MENU UNTIL XACTION = 'Q' OR XACTION = 'q'.
           PERFORM 900-SAVE-INV.
           PERFORM 960-RELEASE-INV.
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

       110-LOAD-VEN.
           OPEN INPUT VENFILE.
           IF XVENSTATUS = '00'
              PERFORM 111-READ-VEN UNTIL XEOF = 'Y'
           ELSE
              DISPLAY 'NO VENDOR MASTER ON FILE - SET VENDORS UP '
                 'IN AP-VENDOR FIRST'
           END-IF.
           CLOSE VENFILE.
           MOVE 'N' TO XEOF.

       111-READ-VEN.
           READ VENFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NVENCNT < 500
                    ADD 1 TO NVENCNT
                    MOVE XVENCODEIN     TO XTBLVENCODE(NVENCNT)
                    MOVE XVENNAMEIN     TO XTBLVENNAME(NVENCNT)
                    MOVE XVENTYPEIN     TO XTBLVENTYPE(NVENCNT)
                    MOVE NVENNETDAYSIN  TO NTBLVENNET(NVENCNT)
                    MOVE NVENDISCPCTIN  TO NTBLVENPCT(NVENCNT)
                    MOVE NVENDISCDAYSIN TO NTBLVENDAYS(NVENCNT)
                    MOVE XVENGLACCTIN   TO XTBLVENGLACCT(NVENCNT)
                    MOVE XVENSTATUSIN   TO XTBLVENSTAT(NVENCNT)
                 END-IF,
           END-READ.

       120-LOAD-INV. *> OPTIONAL - the first session starts empty
           OPEN INPUT INVFILE.
           IF XINVSTATUS = '00'
              PERFORM 121-READ-INV UNTIL XEOF = 'Y'
           END-IF.
           CLOSE INVFILE.
           MOVE 'N' TO XEOF.

       121-READ-INV.
           READ INVFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NLOADSUB < 3000
                    ADD 1 TO NLOADSUB
                    MOVE XINVREC TO XINVELEMENT(NLOADSUB)
                    IF NINVVOUCHIN > NNEXTVOUCH
                       MOVE NINVVOUCHIN TO NNEXTVOUCH
                    END-IF
                 ELSE
      *> 900-SAVE-INV rewrites the file from the table - a session
      *> on a partial table would drop every invoice past it
                    DISPLAY 'MORE THAN 3000 AP INVOICES ON FILE - '
                       'SESSION REFUSED.'
                    CLOSE INVFILE
                    PERFORM 950-ABORT
                 END-IF,
           END-READ.

       200-MENU.
           DISPLAY ' '.
           DISPLAY 'ACCOUNTS PAYABLE INVOICES'.
           DISPLAY 'A=ADD  L=LIST UNPAID  H=HOLD/RELEASE  V=VOID  '
              'Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT XACTION.
           EVALUATE XACTION
              WHEN 'A' WHEN 'a'
                 PERFORM 300-ADD-INV
              WHEN 'L' WHEN 'l'
                 PERFORM 350-LIST-INV
              WHEN 'H' WHEN 'h'
                 PERFORM 400-HOLD-INV
              WHEN 'V' WHEN 'v'
                 PERFORM 500-VOID-INV
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       300-ADD-INV. *> numbered on from the highest voucher on file
           IF NLOADSUB >= 3000
              DISPLAY 'REJECTED - INVOICE TABLE IS FULL.'
           ELSE
              DISPLAY 'VENDOR CODE? ' WITH NO ADVANCING
              ACCEPT XVENDENTRY
              PERFORM 150-FIND-VEN
              DISPLAY 'VENDOR INVOICE NUMBER? ' WITH NO ADVANCING
              ACCEPT XINVNUMENTRY
              DISPLAY 'INVOICE DATE (YYYYMMDD)? ' WITH NO ADVANCING
              ACCEPT NDATEENTRY
              DISPLAY 'AMOUNT? ' WITH NO ADVANCING
              ACCEPT XAMTENTRY
              PERFORM 310-EDIT-INV
              IF XFIELDVALID = 'N'
                 DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
              ELSE
                 PERFORM 320-ADD-DETAIL
              END-IF
           END-IF.

       150-FIND-VEN. *> NVENSUB > NVENCNT when not on file
           PERFORM VARYING NVENSUB FROM 1 BY 1
              UNTIL NVENSUB > NVENCNT
              OR XTBLVENCODE(NVENSUB) = XVENDENTRY
              CONTINUE
           END-PERFORM.

       310-EDIT-INV.
           MOVE 'Y' TO XFIELDVALID.
           IF FUNCTION TEST-NUMVAL(XAMTENTRY) = 0
              COMPUTE NAMTENTRY = FUNCTION NUMVAL(XAMTENTRY)
           ELSE
              MOVE 0 TO NAMTENTRY
           END-IF.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NAMTENTRY==
              ==:VALID-NAME:==  BY =='AMOUNT'==
              ==:VALID-LOW:==   BY ==0.01==
              ==:VALID-HIGH:==  BY ==9999999.99==.
           IF NVENSUB > NVENCNT
              DISPLAY 'WARNING: NO SUCH VENDOR'
              MOVE 'N' TO XFIELDVALID
           ELSE
              IF XTBLVENSTAT(NVENSUB) = 'I'
                 DISPLAY 'WARNING: VENDOR IS INACTIVE'
                 MOVE 'N' TO XFIELDVALID
              END-IF
              IF XTBLVENTYPE(NVENSUB) = 'F'
                 DISPLAY 'WARNING: FRUIT SUPPLIER BILLS GO THROUGH '
                    'FRUIT-MATCH'
                 MOVE 'N' TO XFIELDVALID
              END-IF
           END-IF.
           IF XINVNUMENTRY = SPACES
              DISPLAY 'WARNING: VENDOR INVOICE NUMBER IS REQUIRED'
              MOVE 'N' TO XFIELDVALID
           END-IF.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF XTBLVEND(NSEARCHSUB) = XVENDENTRY
                 AND XTBLINVNUM(NSEARCHSUB) = XINVNUMENTRY
                 DISPLAY 'WARNING: ALREADY KEYED AS VOUCHER '
                    NTBLVOUCH(NSEARCHSUB)
                 MOVE 'N' TO XFIELDVALID
              END-IF
           END-PERFORM.
           IF FUNCTION TEST-DATE-YYYYMMDD(NDATEENTRY) NOT = 0
              DISPLAY 'WARNING: INVOICE DATE IS NOT A VALID DATE'
              MOVE 'N' TO XFIELDVALID
           ELSE
              IF NDATEENTRY > nRunDate
                 DISPLAY 'WARNING: INVOICE DATE IS IN THE FUTURE'
                 MOVE 'N' TO XFIELDVALID
              END-IF
           END-IF.

       320-ADD-DETAIL. *> terms first, then what the clerk knows
          *> better than the terms
           MOVE NDATEENTRY TO NINVDATE.
           MOVE 0 TO NDISCDATE.
           MOVE 0 TO NDISCAMT.
           COMPUTE NDUEDATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(NDATEENTRY)
              + NTBLVENNET(NVENSUB)).
           IF NTBLVENPCT(NVENSUB) > 0
              COMPUTE NDISCDATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(NDATEENTRY)
                 + NTBLVENDAYS(NVENSUB))
              COMPUTE NDISCAMT ROUNDED =
                 NAMTENTRY * NTBLVENPCT(NVENSUB) / 100
           END-IF.
           DISPLAY 'DUE DATE (YYYYMMDD, 0 = TERMS ' NDUEDATE ')? '
              WITH NO ADVANCING.
           ACCEPT NDATEENTRY.
           IF NDATEENTRY NOT = 0
              IF FUNCTION TEST-DATE-YYYYMMDD(NDATEENTRY) = 0
                 MOVE NDATEENTRY TO NDUEDATE
              ELSE
                 DISPLAY 'NOT A VALID DATE - TERMS DUE DATE KEPT.'
              END-IF
           END-IF.
           IF NDISCDATE > NDUEDATE
              MOVE NDUEDATE TO NDISCDATE
           END-IF.
           DISPLAY 'GL ACCOUNT (BLANK = ' XTBLVENGLACCT(NVENSUB)
              ')? ' WITH NO ADVANCING.
           ACCEPT XACCTENTRY.
           IF XACCTENTRY = SPACES
              MOVE XTBLVENGLACCT(NVENSUB) TO XACCTENTRY
           END-IF.
           IF NCHARTCNT > 0
              PERFORM VARYING NCHARTSUB FROM 1 BY 1
                 UNTIL NCHARTSUB > NCHARTCNT
                 OR XCHACCTTBL(NCHARTSUB) = XACCTENTRY
                 CONTINUE
              END-PERFORM
              IF NCHARTSUB > NCHARTCNT
                 DISPLAY 'ACCOUNT IS NOT ON THE CHART - VENDOR '
                    'DEFAULT USED.'
                 MOVE XTBLVENGLACCT(NVENSUB) TO XACCTENTRY
              END-IF
           END-IF.
           DISPLAY 'DESCRIPTION? ' WITH NO ADVANCING.
           ACCEPT XDESCENTRY.
           ADD 1 TO NLOADSUB.
           ADD 1 TO NNEXTVOUCH.
           MOVE SPACES TO XINVELEMENT(NLOADSUB).
           MOVE NNEXTVOUCH TO NTBLVOUCH(NLOADSUB).
           MOVE XVENDENTRY TO XTBLVEND(NLOADSUB).
           MOVE XINVNUMENTRY TO XTBLINVNUM(NLOADSUB).
           MOVE NINVDATE TO NTBLINVDATE(NLOADSUB).
           MOVE NDUEDATE TO NTBLDUE(NLOADSUB).
           MOVE NDISCDATE TO NTBLDISCDT(NLOADSUB).
           MOVE NAMTENTRY TO NTBLAMT(NLOADSUB).
           MOVE NDISCAMT TO NTBLDISC(NLOADSUB).
           MOVE XACCTENTRY TO XTBLGLACCT(NLOADSUB).
           MOVE 'O' TO XTBLSTAT(NLOADSUB).
           MOVE 0 TO NTBLCHECK(NLOADSUB).
           MOVE 0 TO NTBLPAID(NLOADSUB).
           MOVE 0 TO NTBLTAKEN(NLOADSUB).
           MOVE XOPERATOR TO XTBLBY(NLOADSUB).
           MOVE XDESCENTRY TO XTBLDESC(NLOADSUB).
           MOVE NDISCAMT TO NEDISCAMT.
           DISPLAY 'VOUCHER ' NNEXTVOUCH ' ADDED - DUE ' NDUEDATE.
           IF NDISCDATE NOT = 0
              DISPLAY '   ' NEDISCAMT ' DISCOUNT IF PAID BY '
                 NDISCDATE
           END-IF.

       350-LIST-INV. *> open and held - what is still owed
           MOVE 0 TO NOPENCNT.
           MOVE 0 TO NOPENTOT.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF XTBLSTAT(NSEARCHSUB) = 'O'
                 OR XTBLSTAT(NSEARCHSUB) = 'H'
                 ADD 1 TO NOPENCNT
                 ADD NTBLAMT(NSEARCHSUB) TO NOPENTOT
                 MOVE NTBLAMT(NSEARCHSUB) TO NEINVAMT
                 MOVE NTBLDISC(NSEARCHSUB) TO NEDISCAMT
                 DISPLAY NTBLVOUCH(NSEARCHSUB) ' '
                    XTBLSTAT(NSEARCHSUB) ' '
                    XTBLVEND(NSEARCHSUB) ' '
                    XTBLINVNUM(NSEARCHSUB) ' DUE '
                    NTBLDUE(NSEARCHSUB) ' ' NEINVAMT ' DISC '
                    NEDISCAMT ' BY ' NTBLDISCDT(NSEARCHSUB) ' '
                    XTBLGLACCT(NSEARCHSUB)
              END-IF
           END-PERFORM.
           MOVE NOPENTOT TO NEOPENTOT.
           DISPLAY NOPENCNT ' UNPAID INVOICE(S) TOTALING ' NEOPENTOT.

       380-KEY-VOUCHER.
           DISPLAY 'VOUCHER NUMBER? ' WITH NO ADVANCING.
           ACCEPT NVOUCHENTRY.
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF NTBLVOUCH(NSEARCHSUB) = NVOUCHENTRY
                 MOVE 'Y' TO XFOUNDFLAG
                 MOVE NSEARCHSUB TO NFOUNDSUB
              END-IF
           END-PERFORM.

       400-HOLD-INV. *> a disputed bill stays out of the payment
          *> run until it is released
           PERFORM 380-KEY-VOUCHER.
           EVALUATE TRUE
              WHEN XFOUNDFLAG = 'N'
                 DISPLAY 'REJECTED - NO SUCH VOUCHER.'
              WHEN XTBLSTAT(NFOUNDSUB) = 'O'
                 MOVE 'H' TO XTBLSTAT(NFOUNDSUB)
                 DISPLAY 'VOUCHER ' NVOUCHENTRY ' HELD.'
              WHEN XTBLSTAT(NFOUNDSUB) = 'H'
                 MOVE 'O' TO XTBLSTAT(NFOUNDSUB)
                 DISPLAY 'VOUCHER ' NVOUCHENTRY ' RELEASED.'
              WHEN OTHER
                 DISPLAY 'REJECTED - VOUCHER IS '
                    XTBLSTAT(NFOUNDSUB) ' (PAID OR VOID).'
           END-EVALUATE.

       500-VOID-INV.
           PERFORM 380-KEY-VOUCHER.
           EVALUATE TRUE
              WHEN XFOUNDFLAG = 'N'
                 DISPLAY 'REJECTED - NO SUCH VOUCHER.'
              WHEN XTBLSTAT(NFOUNDSUB) = 'O'
                 OR XTBLSTAT(NFOUNDSUB) = 'H'
                 MOVE 'V' TO XTBLSTAT(NFOUNDSUB)
                 DISPLAY 'VOUCHER ' NVOUCHENTRY ' VOIDED.'
              WHEN OTHER
                 DISPLAY 'REJECTED - VOUCHER IS '
                    XTBLSTAT(NFOUNDSUB) ' (PAID OR VOID).'
           END-EVALUATE.

       900-SAVE-INV.
           OPEN OUTPUT INVFILE.
           PERFORM 901-WRITE-INV VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB.
           CLOSE INVFILE.

       901-WRITE-INV.
           MOVE XINVELEMENT(NSEARCHSUB) TO XINVREC.
           WRITE XINVREC.

       950-ABORT. *> nothing has been written - the file stands
           PERFORM 960-RELEASE-INV.
           STOP RUN.

       960-RELEASE-INV.
           IF XINVLOCKED = 'Y'
              CALL "releaseFileLock" USING XINVFILENAME XLOCKMODE
                 XLOCKRESULT
              MOVE 'N' TO XINVLOCKED
           END-IF.
