       IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-VENDOR.
       AUTHOR. WYATT SHANAHAN.

      *> Accounts payable vendor master. Everyone the operating
      *> account writes checks to - fruit suppliers, fleet fuel and
      *> repair shops, garnishment agencies, anyone else - goes on
      *> APVendors.txt (AP_VENDOR_FILE) once, with the remit-to
      *> address the check is mailed to, the terms invoices are due
      *> on (net days, plus an early-payment discount percent and
      *> the days it is good for), and the GL account AP-PAYRUN
      *> charges the vendor's invoices to unless AP-INVOICE is told
      *> otherwise. A fruit supplier's vendor code IS its supplier
      *> code off FruitSuppliers.txt, so the orders, the receipts
      *> and the invoices all meet on one key. A vendor is never
      *> deleted - its invoices and checks stay on file - it is made
      *> inactive, and AP-PAYRUN selects nothing for an inactive
      *> vendor. Every add and change goes on the maintenance
      *> journal, before and after, because a changed remit address
      *> is the first thing anyone asks about when a check goes
      *> astray.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL VENFILE ASSIGN TO DYNAMIC XVENFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XVENSTATUS.
           SELECT OPTIONAL SUPPFILE ASSIGN TO DYNAMIC XSUPPFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XSUPPSTATUS.
           SELECT OPTIONAL CHARTFILE ASSIGN TO DYNAMIC
              XCHARTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHARTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD VENFILE.
       01 XVENREC.
              05 XVENCODEIN        PIC X(4).
              05 XVENNAMEIN        PIC X(25).
              05 XVENSTREETIN      PIC X(25).
              05 XVENCITYIN        PIC X(16).
              05 XVENSTATEIN       PIC X(2).
              05 XVENZIPIN         PIC X(10).
              05 XVENTYPEIN        PIC X. *> F FRUIT SUPPLIER,
              *> L FLEET FUEL/REPAIR, G GARNISHMENT AGENCY, O OTHER
              05 NVENNETDAYSIN     PIC 9(3). *> DUE DAYS AFTER THE
              *> INVOICE DATE
              05 NVENDISCPCTIN     PIC 99V99. *> 2.00 = 2% OFF
              05 NVENDISCDAYSIN    PIC 9(3). *> 0 = NO DISCOUNT
              05 XVENGLACCTIN      PIC X(6). *> DEFAULT CHARGE ACCOUNT
              05 XVENSTATUSIN      PIC X. *> A ACTIVE, I INACTIVE

       FD SUPPFILE. *> fruit-to-supplier reference
       01 XSUPPREC.
              05 XSUPFRUITIN       PIC X(14).
              05 XSUPCODEIN        PIC X(4).
              05 NSUPCOSTIN        PIC 9V99.

       FD CHARTFILE. *> chart of accounts
       01 XCHARTREC.
              05 XCHACCTIN         PIC X(6).
              05 XCHNAMEIN         PIC X(20).
              05 XCHTYPEIN         PIC X.

       WORKING-STORAGE SECTION.
              77 XVENFILENAME  PIC X(100).
              77 XVENSTATUS    PIC XX. *> OPTIONAL - does not exist
              *> until this program first saves it
              77 XSUPPFILENAME PIC X(100).
              77 XSUPPSTATUS   PIC XX.
              77 XCHARTFILENAME PIC X(100).
              77 XCHARTSTATUS  PIC XX.
              77 XEOF          PIC X    VALUE 'N'.
              77 XACTION       PIC X.
              77 NLOADSUB      PIC 999  VALUE 0.
              77 NSEARCHSUB    PIC 999  VALUE 0.
              77 NFOUNDSUB     PIC 999  VALUE 0.
              77 NSUPPCNT      PIC 99   VALUE 0.
              77 NSUPPSUB      PIC 99   VALUE 0.
              77 NCHARTCNT     PIC 999  VALUE 0.
              77 NCHARTSUB     PIC 999  VALUE 0.
              77 XFOUNDFLAG    PIC X    VALUE 'N'.
              77 XCODEENTRY    PIC X(4).
              77 XTEXTENTRY    PIC X(25).
              77 XNUMENTRY     PIC X(8).
              77 NNUMENTRY     PIC 9(4)V99.
              77 NEDISCPCT     PIC Z9.99.
              77 XJRNFILE      PIC X(20) VALUE 'APVendors.txt'.
              77 XJRNKEY       PIC X(20).
              77 XJRNACTION    PIC X(10).
              77 XJRNBEFORE    PIC X(100).
              77 XJRNAFTER     PIC X(100).
              COPY "field-validate-ws.cbl".

              01 XVENTABLE.
                     05 XVENELEMENT OCCURS 500 TIMES.
                            10 XTBLVENCODE   PIC X(4).
                            10 XTBLVENNAME   PIC X(25).
                            10 XTBLVENSTREET PIC X(25).
                            10 XTBLVENCITY   PIC X(16).
                            10 XTBLVENSTATE  PIC X(2).
                            10 XTBLVENZIP    PIC X(10).
                            10 XTBLVENTYPE   PIC X.
                            10 NTBLVENNET    PIC 9(3).
                            10 NTBLVENPCT    PIC 99V99.
                            10 NTBLVENDAYS   PIC 9(3).
                            10 XTBLVENGLACCT PIC X(6).
                            10 XTBLVENSTAT   PIC X.

              01 XSUPPTABLE. *> supplier codes off FruitSuppliers.txt
                     05 XSUPCODETBL OCCURS 50 TIMES PIC X(4).

              01 XCHARTTABLE.
                     05 XCHACCTTBL OCCURS 300 TIMES PIC X(6).

              01 XNEWVEN. *> the vendor being keyed
                     05 XNEWCODE       PIC X(4).
                     05 XNEWNAME       PIC X(25).
                     05 XNEWSTREET     PIC X(25).
                     05 XNEWCITY       PIC X(16).
                     05 XNEWSTATE      PIC X(2).
                     05 XNEWZIP        PIC X(10).
                     05 XNEWTYPE       PIC X.
                     05 NNEWNET        PIC 9(3).
                     05 NNEWPCT        PIC 99V99.
                     05 NNEWDAYS       PIC 9(3).
                     05 XNEWGLACCT     PIC X(6).
                     05 XNEWSTAT       PIC X.

       PROCEDURE DIVISION.
       000-MAIN.
           MOVE 'APVendors.txt' TO XVENFILENAME.
           ACCEPT XVENFILENAME FROM ENVIRONMENT 'AP_VENDOR_FILE'
              ON EXCEPTION
                 MOVE 'APVendors.txt' TO XVENFILENAME
           END-ACCEPT.
           MOVE 'FruitSuppliers.txt' TO XSUPPFILENAME.
           ACCEPT XSUPPFILENAME FROM ENVIRONMENT 'FRUIT_SUPPLIER_FILE'
              ON EXCEPTION
                 MOVE 'FruitSuppliers.txt' TO XSUPPFILENAME
           END-ACCEPT.
           MOVE 'GLChart.txt' TO XCHARTFILENAME.
           ACCEPT XCHARTFILENAME FROM ENVIRONMENT 'GL_CHART_FILE'
              ON EXCEPTION
                 MOVE 'GLChart.txt' TO XCHARTFILENAME
           END-ACCEPT.
           PERFORM 100-LOAD-CHART.
           PERFORM 110-LOAD-SUPPLIERS.
           PERFORM 120-LOAD-VEN.
           PERFORM 130-CHECK-SUPPLIERS.
           MOVE SPACE TO XACTION.
           PERFORM 200-MENU UNTIL XACTION = 'Q' OR XACTION = 'q'.
           PERFORM 900-SAVE-VEN.
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

       110-LOAD-SUPPLIERS. *> one fruit per line, so a supplier code
          *> can repeat - kept once
           OPEN INPUT SUPPFILE.
           IF XSUPPSTATUS = '00'
              PERFORM 111-READ-SUPPLIER UNTIL XEOF = 'Y'
           END-IF.
           CLOSE SUPPFILE.
           MOVE 'N' TO XEOF.

       111-READ-SUPPLIER.
           READ SUPPFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 PERFORM VARYING NSUPPSUB FROM 1 BY 1
                    UNTIL NSUPPSUB > NSUPPCNT
                    OR XSUPCODETBL(NSUPPSUB) = XSUPCODEIN
                    CONTINUE
                 END-PERFORM
                 IF NSUPPSUB > NSUPPCNT AND NSUPPCNT < 50
                    ADD 1 TO NSUPPCNT
                    MOVE XSUPCODEIN TO XSUPCODETBL(NSUPPCNT)
                 END-IF,
           END-READ.

       120-LOAD-VEN. *> OPTIONAL - the first session starts empty
           OPEN INPUT VENFILE.
           IF XVENSTATUS = '00'
              PERFORM 121-READ-VEN UNTIL XEOF = 'Y'
           END-IF.
           CLOSE VENFILE.
           MOVE 'N' TO XEOF.

       121-READ-VEN.
           READ VENFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NLOADSUB < 500
                    ADD 1 TO NLOADSUB
                    MOVE XVENREC TO XVENELEMENT(NLOADSUB)
                 ELSE
                    DISPLAY 'VENDOR TABLE FULL - RECORD DROPPED'
                 END-IF,
           END-READ.

       130-CHECK-SUPPLIERS. *> a fruit supplier with no vendor
          *> record cannot be paid - say so every session
           PERFORM VARYING NSUPPSUB FROM 1 BY 1
              UNTIL NSUPPSUB > NSUPPCNT
              MOVE XSUPCODETBL(NSUPPSUB) TO XCODEENTRY
              PERFORM 150-FIND-VEN
              IF XFOUNDFLAG = 'N'
                 DISPLAY 'FRUIT SUPPLIER ' XCODEENTRY
                    ' HAS NO VENDOR RECORD YET'
              END-IF
           END-PERFORM.

       150-FIND-VEN.
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF XTBLVENCODE(NSEARCHSUB) = XCODEENTRY
                 MOVE 'Y' TO XFOUNDFLAG
                 MOVE NSEARCHSUB TO NFOUNDSUB
              END-IF
           END-PERFORM.

       200-MENU.
           DISPLAY ' '.
           DISPLAY 'ACCOUNTS PAYABLE VENDORS'.
           DISPLAY 'A=ADD  C=CHANGE  L=LIST  I=INACTIVATE/REACTIVATE  '
              'Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT XACTION.
           EVALUATE XACTION
              WHEN 'A' WHEN 'a'
                 PERFORM 300-ADD-VEN
              WHEN 'C' WHEN 'c'
                 PERFORM 400-CHANGE-VEN
              WHEN 'L' WHEN 'l'
                 PERFORM 350-LIST-VEN
              WHEN 'I' WHEN 'i'
                 PERFORM 500-STATUS-VEN
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       300-ADD-VEN.
           IF NLOADSUB >= 500
              DISPLAY 'REJECTED - VENDOR TABLE IS FULL.'
           ELSE
              DISPLAY 'VENDOR CODE (4)? ' WITH NO ADVANCING
              ACCEPT XCODEENTRY
              PERFORM 150-FIND-VEN
              EVALUATE TRUE
                 WHEN XCODEENTRY = SPACES
                    DISPLAY 'REJECTED - VENDOR CODE IS REQUIRED.'
                 WHEN XFOUNDFLAG = 'Y'
                    DISPLAY 'REJECTED - VENDOR ' XCODEENTRY
                       ' IS ALREADY ON FILE.'
                 WHEN OTHER
                    MOVE SPACES TO XNEWVEN
                    MOVE 0 TO NNEWNET NNEWPCT NNEWDAYS
                    MOVE XCODEENTRY TO XNEWCODE
                    MOVE 'A' TO XNEWSTAT
                    DISPLAY 'TYPE (F=FRUIT SUPPLIER L=FLEET '
                       'G=GARNISHMENT AGENCY O=OTHER)? '
                       WITH NO ADVANCING
                    ACCEPT XNEWTYPE
                    PERFORM 310-KEY-DETAIL
                    PERFORM 320-EDIT-VEN
                    IF XFIELDVALID = 'N'
                       DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
                    ELSE
                       ADD 1 TO NLOADSUB
                       MOVE XNEWVEN TO XVENELEMENT(NLOADSUB)
                       MOVE SPACES TO XJRNBEFORE
                       MOVE XNEWVEN TO XJRNAFTER
                       MOVE 'ADD' TO XJRNACTION
                       PERFORM 800-WRITE-JOURNAL
                       DISPLAY 'VENDOR ' XNEWCODE ' ADDED.'
                    END-IF
              END-EVALUATE
           END-IF.

       310-KEY-DETAIL. *> on a change a blank answer keeps what is
          *> on file
           DISPLAY 'NAME? ' WITH NO ADVANCING.
           ACCEPT XTEXTENTRY.
           IF XTEXTENTRY NOT = SPACES
              MOVE XTEXTENTRY TO XNEWNAME
           END-IF.
           DISPLAY 'REMIT STREET? ' WITH NO ADVANCING.
           ACCEPT XTEXTENTRY.
           IF XTEXTENTRY NOT = SPACES
              MOVE XTEXTENTRY TO XNEWSTREET
           END-IF.
           DISPLAY 'REMIT CITY? ' WITH NO ADVANCING.
           ACCEPT XTEXTENTRY.
           IF XTEXTENTRY NOT = SPACES
              MOVE XTEXTENTRY TO XNEWCITY
           END-IF.
           DISPLAY 'REMIT STATE? ' WITH NO ADVANCING.
           ACCEPT XTEXTENTRY.
           IF XTEXTENTRY NOT = SPACES
              MOVE FUNCTION UPPER-CASE(XTEXTENTRY) TO XNEWSTATE
           END-IF.
           DISPLAY 'REMIT ZIP? ' WITH NO ADVANCING.
           ACCEPT XTEXTENTRY.
           IF XTEXTENTRY NOT = SPACES
              MOVE XTEXTENTRY TO XNEWZIP
           END-IF.
           DISPLAY 'NET DAYS? ' WITH NO ADVANCING.
           ACCEPT XNUMENTRY.
           IF XNUMENTRY NOT = SPACES
              PERFORM 330-NUMERIC-ENTRY
              MOVE NNUMENTRY TO NNEWNET
           END-IF.
           DISPLAY 'EARLY-PAYMENT DISCOUNT % (0 = NONE)? '
              WITH NO ADVANCING.
           ACCEPT XNUMENTRY.
           IF XNUMENTRY NOT = SPACES
              PERFORM 330-NUMERIC-ENTRY
              MOVE NNUMENTRY TO NNEWPCT
           END-IF.
           IF NNEWPCT > 0
              DISPLAY 'DISCOUNT DAYS? ' WITH NO ADVANCING
              ACCEPT XNUMENTRY
              IF XNUMENTRY NOT = SPACES
                 PERFORM 330-NUMERIC-ENTRY
                 MOVE NNUMENTRY TO NNEWDAYS
              END-IF
           ELSE
              MOVE 0 TO NNEWDAYS
           END-IF.
           DISPLAY 'DEFAULT GL ACCOUNT? ' WITH NO ADVANCING.
           ACCEPT XTEXTENTRY.
           IF XTEXTENTRY NOT = SPACES
              MOVE XTEXTENTRY TO XNEWGLACCT
           END-IF.

       320-EDIT-VEN.
           MOVE 'Y' TO XFIELDVALID.
           IF XNEWTYPE = 'f' OR 'l' OR 'g' OR 'o'
              MOVE FUNCTION UPPER-CASE(XNEWTYPE) TO XNEWTYPE
           END-IF.
           IF XNEWTYPE NOT = 'F' AND XNEWTYPE NOT = 'L'
              AND XNEWTYPE NOT = 'G' AND XNEWTYPE NOT = 'O'
              DISPLAY 'WARNING: TYPE MUST BE F, L, G OR O'
              MOVE 'N' TO XFIELDVALID
           END-IF.
           IF XNEWTYPE = 'F'
              PERFORM VARYING NSUPPSUB FROM 1 BY 1
                 UNTIL NSUPPSUB > NSUPPCNT
                 OR XSUPCODETBL(NSUPPSUB) = XNEWCODE
                 CONTINUE
              END-PERFORM
              IF NSUPPSUB > NSUPPCNT
                 DISPLAY 'WARNING: ' XNEWCODE ' IS NOT A SUPPLIER '
                    'CODE ON FruitSuppliers.txt'
                 MOVE 'N' TO XFIELDVALID
              END-IF
           END-IF.
           IF XNEWNAME = SPACES OR XNEWSTREET = SPACES
              OR XNEWCITY = SPACES
              DISPLAY 'WARNING: NAME AND REMIT ADDRESS ARE REQUIRED'
              MOVE 'N' TO XFIELDVALID
           END-IF.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NNEWNET==
              ==:VALID-NAME:==  BY =='NET DAYS'==
              ==:VALID-LOW:==   BY ==0==
              ==:VALID-HIGH:==  BY ==180==.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NNEWPCT==
              ==:VALID-NAME:==  BY =='DISCOUNT %'==
              ==:VALID-LOW:==   BY ==0==
              ==:VALID-HIGH:==  BY ==10==.
           IF NNEWPCT > 0
              AND (NNEWDAYS = 0 OR NNEWDAYS > NNEWNET)
              DISPLAY 'WARNING: DISCOUNT DAYS MUST FALL INSIDE THE '
                 'NET DAYS'
              MOVE 'N' TO XFIELDVALID
           END-IF.
           IF XNEWGLACCT = SPACES
              DISPLAY 'WARNING: DEFAULT GL ACCOUNT IS REQUIRED'
              MOVE 'N' TO XFIELDVALID
           ELSE
              IF NCHARTCNT > 0
                 PERFORM VARYING NCHARTSUB FROM 1 BY 1
                    UNTIL NCHARTSUB > NCHARTCNT
                    OR XCHACCTTBL(NCHARTSUB) = XNEWGLACCT
                    CONTINUE
                 END-PERFORM
                 IF NCHARTSUB > NCHARTCNT
                    DISPLAY 'WARNING: ACCOUNT IS NOT ON THE CHART'
                    MOVE 'N' TO XFIELDVALID
                 END-IF
              END-IF
           END-IF.

       330-NUMERIC-ENTRY. *> keyed as text - a typed decimal point
          *> in a numeric ACCEPT is not to be trusted
           IF FUNCTION TEST-NUMVAL(XNUMENTRY) = 0
              COMPUTE NNUMENTRY = FUNCTION NUMVAL(XNUMENTRY)
           ELSE
              MOVE 9999 TO NNUMENTRY
           END-IF.

       350-LIST-VEN.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              MOVE NTBLVENPCT(NSEARCHSUB) TO NEDISCPCT
              DISPLAY XTBLVENCODE(NSEARCHSUB) ' '
                 XTBLVENTYPE(NSEARCHSUB) ' '
                 XTBLVENSTAT(NSEARCHSUB) ' '
                 XTBLVENNAME(NSEARCHSUB) ' NET '
                 NTBLVENNET(NSEARCHSUB) ' ' NEDISCPCT '% '
                 NTBLVENDAYS(NSEARCHSUB) ' GL '
                 XTBLVENGLACCT(NSEARCHSUB)
              DISPLAY '       ' XTBLVENSTREET(NSEARCHSUB) ' '
                 XTBLVENCITY(NSEARCHSUB) ' '
                 XTBLVENSTATE(NSEARCHSUB) ' '
                 XTBLVENZIP(NSEARCHSUB)
           END-PERFORM.
           IF NLOADSUB = 0
              DISPLAY 'NO VENDORS ON FILE.'
           END-IF.

       400-CHANGE-VEN. *> the code and type stay - a fruit supplier
          *> is keyed by its supplier code
           DISPLAY 'VENDOR CODE? ' WITH NO ADVANCING.
           ACCEPT XCODEENTRY.
           PERFORM 150-FIND-VEN.
           IF XFOUNDFLAG = 'N'
              DISPLAY 'REJECTED - NO SUCH VENDOR.'
           ELSE
              MOVE XVENELEMENT(NFOUNDSUB) TO XNEWVEN
              DISPLAY 'BLANK KEEPS THE VALUE ON FILE.'
              PERFORM 310-KEY-DETAIL
              PERFORM 320-EDIT-VEN
              IF XFIELDVALID = 'N'
                 DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
              ELSE
                 MOVE XVENELEMENT(NFOUNDSUB) TO XJRNBEFORE
                 MOVE XNEWVEN TO XVENELEMENT(NFOUNDSUB)
                 MOVE XNEWVEN TO XJRNAFTER
                 MOVE 'CHANGE' TO XJRNACTION
                 PERFORM 800-WRITE-JOURNAL
                 DISPLAY 'VENDOR ' XNEWCODE ' CHANGED.'
              END-IF
           END-IF.

       500-STATUS-VEN.
           DISPLAY 'VENDOR CODE? ' WITH NO ADVANCING.
           ACCEPT XCODEENTRY.
           PERFORM 150-FIND-VEN.
           IF XFOUNDFLAG = 'N'
              DISPLAY 'REJECTED - NO SUCH VENDOR.'
           ELSE
              MOVE XVENELEMENT(NFOUNDSUB) TO XJRNBEFORE
              IF XTBLVENSTAT(NFOUNDSUB) = 'I'
                 MOVE 'A' TO XTBLVENSTAT(NFOUNDSUB)
                 MOVE 'REACTIVATE' TO XJRNACTION
                 DISPLAY 'VENDOR ' XCODEENTRY ' REACTIVATED.'
              ELSE
                 MOVE 'I' TO XTBLVENSTAT(NFOUNDSUB)
                 MOVE 'INACTIVATE' TO XJRNACTION
                 DISPLAY 'VENDOR ' XCODEENTRY ' INACTIVATED.'
              END-IF
              MOVE XVENELEMENT(NFOUNDSUB) TO XJRNAFTER
              PERFORM 800-WRITE-JOURNAL
           END-IF.

       800-WRITE-JOURNAL.
           MOVE XCODEENTRY TO XJRNKEY.
           CALL "writeMaintJournal" USING XJRNFILE XJRNKEY
              XJRNACTION XJRNBEFORE XJRNAFTER.

       900-SAVE-VEN.
           OPEN OUTPUT VENFILE.
           PERFORM 901-WRITE-VEN VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB.
           CLOSE VENFILE.

       901-WRITE-VEN.
           MOVE XVENELEMENT(NSEARCHSUB) TO XVENREC.
           WRITE XVENREC.
