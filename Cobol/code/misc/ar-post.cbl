      *> over. Fully paid invoices drop off the file at end of run;
      *> what remains IS the open-item detail the statements and
      *> the aging report show.
      *>
      *> Balances that will never be collected, and credit owed for
      *> returned goods, come off through W write-off and M credit-
      *> memo transactions rather than fake payments, so cash stays
      *> cash. Both name the invoice they settle and carry a reason
      *> code (checked against ARReasonCodes.txt when it is on
      *> file); a write-off above the WriteOffLimit.ctl threshold
      *> also needs the approver's id. Each has its own register and
      *> posts to bad-debt expense or sales returns on the extract.
      *>
      *> Every charge is taxed at the sales-tax rate of the
      *> customer's ship-to state on CustAddress.txt (salesTaxRateFor
      *> in ../common/salestax.cbl - build it alongside), unless the
      *> customer holds an exemption certificate or the charge is
      *> marked NT (not taxable - the finance charges are). The tax
      *> opens as its own line under the charge's invoice number,
      *> posts to sales tax payable on the extract, and every taxed
      *> or exempt sale appends to ARSalesTax-posted.txt for the
      *> monthly AR-TAXRPT filing report.
      *>
      *> F transactions are the refund checks AR-REFUND mailed
      *> against credit balances; each puts the refunded amount back
      *> on the balance (never past zero) and posts against cash.
      *>
      *> A charge or payment may come in a foreign currency - the
      *> customer's billing currency on CustAddress.txt - carrying
      *> the invoice-currency amount; a blank code is dollars. It is
      *> converted at the converter table's rate in force on the
      *> transaction date (currencyRateFor in ../common/fxrate.cbl -
      *> build it alongside), and the invoice keeps both amounts and
      *> the rate it is carried at. A foreign payment settles its
      *> currency's invoices in that currency; the difference between
      *> the dollars received and the dollars the invoices were
      *> carried at is realized exchange gain or loss. X transactions
      *> are AR-REVAL's month-end restatement of one foreign invoice
      *> to the current rate (GN gain / LS loss); they post only if
      *> the restatement still computes to the same amount, and go
      *> to unrealized exchange gain or loss on the extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              XARACCTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XARACCTSTATUS.
           SELECT OPTIONAL WOCTLFILE ASSIGN TO "WriteOffLimit.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XWOCTLSTATUS.
           SELECT OPTIONAL REASONFILE ASSIGN TO DYNAMIC
              XREASONFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XREASONSTATUS.
           SELECT WOREGFILE ASSIGN TO "AR-writeoff-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CMREGFILE ASSIGN TO "AR-creditmemo-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADDRFILE ASSIGN TO DYNAMIC XADDRFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XADDRSTATUS.
           SELECT OPTIONAL TAXLOG ASSIGN TO "ARSalesTax-posted.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XTAXLOGSTATUS.
           SELECT ARGLEXT ASSIGN TO "ar-glext.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACTLOG ASSIGN TO "ARActivity-posted.txt"
       01 XTRANSIN.
              05 NTRCUSTIN         PIC 9(5).
              05 XTRTYPEIN         PIC X. *> C = CHARGE, P = PAYMENT,
              *> R = NSF/PAYMENT REVERSAL, W = BAD-DEBT WRITE-OFF,
              *> M = CREDIT MEMO, F = REFUND CHECK
              05 NTRAMTIN          PIC 9(5)V99.
              05 NTRDATEIN         PIC 9(8).
              05 NTRINVIN          PIC 9(6). *> invoice - 0 on a
              *> charge assigns the next number; 0 on a payment
              *> applies oldest-first; W and M must name one; F
              *> carries the refund check number
              05 XTRREASONIN       PIC XX. *> W and M reason; NT on a
              *> charge = not taxable
              05 XTRAPPROVIN       PIC X(8). *> W over the limit
              05 XTRCURIN          PIC X(3). *> C/P currency, blank =
              *> USD; X = the invoice's currency
              05 NTRFXAMTIN        PIC 9(9)V99. *> C/P amount in that
              *> currency - the dollar amount is worked out from it

       SD SRTCUSTWK.
       01 XSRTCUSTREC.
              05 NSRTTRAMT         PIC 9(5)V99.
              05 NSRTTRDATE        PIC 9(8).
              05 NSRTTRINV         PIC 9(6).
              05 XSRTTRREASON      PIC XX.
              05 XSRTTRAPPROV      PIC X(8).
              05 XSRTTRCUR         PIC X(3).
              05 NSRTTRFXAMT       PIC 9(9)V99.

       FD SORTEDCUST.
       01 XMSTREC.
              05 NTRSAMT           PIC 9(5)V99.
              05 NTRSDATE          PIC 9(8).
              05 NTRSINV           PIC 9(6).
              05 XTRSREASON        PIC XX.
              05 XTRSAPPROV        PIC X(8).
              05 XTRSCUR           PIC X(3).
              05 NTRSFXAMT         PIC 9(9)V99.

       FD NEWMASTER.
       01 XNEWREC               PIC X(71).
          *> fresh file) can never re-apply them to the already
          *> advanced master - the same duplicate-run hazard the
          *> payroll period calendar closes
       01 XARCHLINE             PIC X(52).

       FD OVERLIMFILE.
       01 XOVERLIMLINE          PIC X(80).
              05 NINVDATEIN        PIC 9(8).
              05 NINVAMTIN         PIC 9(5)V99.
              05 NINVOPENIN        PIC 9(5)V99.
              05 XINVLINEIN        PIC X. *> T = sales tax on the
              *> invoice's charge, space = the charge itself
              05 XINVCURIN         PIC X(3). *> blank = dollars
              05 NINVFXAMTIN       PIC 9(9)V99. *> in the currency
              05 NINVFXOPENIN      PIC 9(9)V99.
              05 NINVFXRATEIN      PIC 9(4)V9(5). *> units per USD the
              *> dollar amounts are carried at - booked, then restated

       FD INVCTLFILE. *> persisted next-invoice-number control
       01 XINVCTLREC.
              05 XARAREVIN         PIC X(6). *> revenue
              05 XARACASHIN        PIC X(6). *> cash
              05 XARAFINCHGIN      PIC X(6). *> finance-chg income
              05 XARABADDEBTIN     PIC X(6). *> bad-debt expense
              05 XARARETURNSIN     PIC X(6). *> sales returns
              05 XARATAXPAYIN      PIC X(6). *> sales tax payable
              05 XARAFXREALIN      PIC X(6). *> realized exchange
              *> gain/loss
              05 XARAFXUNRLIN      PIC X(6). *> unrealized exchange
              *> gain/loss

       FD WOCTLFILE. *> write-offs above this amount need an
          *> approval id - built-in default when not on file
       01 XWOCTLREC.
              05 NWOCTLLIMIT       PIC 9(5)V99.

       FD REASONFILE. *> reason codes by transaction type
       01 XREASONREC.
              05 XRSNTYPEIN        PIC X. *> W or M
              05 XRSNCODEIN        PIC XX.
              05 XRSNDESCIN        PIC X(20).

       FD WOREGFILE. *> one line per bad-debt write-off
       01 XWOREGLINE            PIC X(80).

       FD CMREGFILE. *> one line per credit memo
       01 XCMREGLINE            PIC X(80).

       FD ADDRFILE. *> ship-to state and tax exemption by customer
       01 XADDRREC.
              05 NADRCUSTIN        PIC 9(5).
              05 XADRSTREETIN      PIC X(25).
              05 XADRCITYIN        PIC X(16).
              05 XADRSTATEIN       PIC X(2).
              05 XADRZIPIN         PIC X(10).
              05 XADREXEMPTIN      PIC X. *> E = SALES-TAX EXEMPT
              05 XADRCERTIN        PIC X(15).
              05 XADRCURRIN        PIC X(3). *> billing currency

       FD TAXLOG. *> cumulative log of every taxable and exempt sale -
          *> appended each run like the activity log; AR-TAXRPT
          *> totals it by state for the monthly return
       01 XTAXLOGREC.
              05 XSTXSTATE         PIC XX.
              05 NSTXDATE          PIC 9(8).
              05 NSTXCUST          PIC 9(5).
              05 NSTXINV           PIC 9(6).
              05 NSTXSALE          PIC 9(5)V99.
              05 NSTXTAX           PIC 9(5)V99.
              05 XSTXEXEMPT        PIC X. *> E = exempt sale
              05 XSTXCERT          PIC X(15).

       FD ACTLOG. *> cumulative log of every posted transaction -
          *> appended each run, never overwritten. The promise
              05 NACTAMT           PIC 9(5)V99.
              05 NACTDATE          PIC 9(8).
              05 NACTINV           PIC 9(6).
              05 XACTCUR           PIC X(3). *> blank = dollars
              05 NACTFXAMT         PIC 9(9)V99.
              05 NACTFXRATE        PIC 9(4)V9(5).

       FD ARGLEXT. *> balanced posting extract in the same layout as
          *> the payroll GLEXTFILE, so one downstream consumes both
              77 NEAGLDEBITS    PIC $$,$$$,$$9.99.
              77 NEAGLCREDITS   PIC $$,$$$,$$9.99.
              77 XACTLOGSTATUS  PIC XX.
              77 XARABADDEBT    PIC X(6).
              77 XARARETURNS    PIC X(6).
              77 XWOCTLSTATUS   PIC XX.
              77 NWOLIMIT       PIC 9(5)V99  VALUE 100.00. *> default
              *> approval threshold without WriteOffLimit.ctl
              77 XREASONFILENAME PIC X(100).
              77 XREASONSTATUS  PIC XX. *> REASONFILE is OPTIONAL -
              *> without it any non-blank reason code is taken
              77 XREASONEOF     PIC X        VALUE 'N'.
              77 NRSNCNT        PIC 9(3)     VALUE 0.
              77 NRSNSUB        PIC 9(3)     VALUE 0.
              77 XRSNDESCWK     PIC X(20).
              77 XREJWHY        PIC X(40)    VALUE SPACES.
              77 NWOTOT         PIC S9(7)V99 VALUE 0.
              77 NWOCNT         PIC 9(4)     VALUE 0.
              77 NCMTOT         PIC S9(7)V99 VALUE 0.
              77 NCMCNT         PIC 9(4)     VALUE 0.
              77 NRFDTOT        PIC S9(7)V99 VALUE 0.
              77 NRFDCNT        PIC 9(4)     VALUE 0.
              77 NERFDTOT       PIC $$,$$$,$$9.99-.
              77 NEWOTOT        PIC $$,$$$,$$9.99-.
              77 XARATAXPAY     PIC X(6).
              77 XADDRFILENAME  PIC X(100).
              77 XADDRSTATUS    PIC XX. *> ADDRFILE is OPTIONAL -
              *> a customer with no address has no state to tax in
              77 XADDREOF       PIC X        VALUE 'N'.
              77 NADDRCNT       PIC 9(4)     VALUE 0.
              77 NADDRSUB       PIC 9(4)     VALUE 0.
              77 XTAXLOGSTATUS  PIC XX.
              77 XTAXSTATE      PIC XX.
              77 XTAXEXEMPT     PIC X.
              77 XTAXCERT       PIC X(15).
              77 XTAXFOUND      PIC X.
              77 NTAXRATE       PIC 9V9999   VALUE 0.
              77 NTAXAMT        PIC 9(5)V99  VALUE 0.
              77 NTAXINV        PIC 9(6)     VALUE 0.
              77 NTAXTOT        PIC S9(7)V99 VALUE 0.
              77 NTAXEDCNT      PIC 9(4)     VALUE 0.
              77 NEXEMPTCNT     PIC 9(4)     VALUE 0.
              77 NNORATECNT     PIC 9(4)     VALUE 0.
              77 NETAXTOT       PIC $$,$$$,$$9.99-.
              77 XARAFXREAL     PIC X(6).
              77 XARAFXUNRL     PIC X(6).
              77 XTRCUR         PIC X(3). *> the transaction's currency,
              *> spaces for dollars
              77 XCUSTCUR       PIC X(3).
              77 NTRFXRATE      PIC 9(4)V9(5) VALUE 0.
              77 XFXFOUND       PIC X.
              77 NFXREMAIN      PIC 9(9)V99  VALUE 0.
              77 NFXAPPLY       PIC 9(9)V99  VALUE 0.
              77 NFXRELIEF      PIC 9(5)V99  VALUE 0.
              77 NFXRELIEFTOT   PIC 9(6)V99  VALUE 0.
              77 NFXLEFTOVER    PIC 9(6)V99  VALUE 0.
              77 NFXNEWOPEN     PIC 9(5)V99  VALUE 0.
              77 NFXDIFF        PIC S9(6)V99 VALUE 0.
              77 NFXDIFFTOT     PIC S9(6)V99 VALUE 0.
              77 NFXWORK        PIC S9(9)V99 VALUE 0.
              77 NFXREALTOT     PIC S9(7)V99 VALUE 0.
              77 NFXUNRLTOT     PIC S9(7)V99 VALUE 0.
              77 NFXCNT         PIC 9(4)     VALUE 0.
              77 NFXREVALCNT    PIC 9(4)     VALUE 0.
              77 NEFXTOT        PIC $$,$$$,$$9.99-.

              01 XADDRTABLE.
                     05 XADDRELEMENT OCCURS 500 TIMES.
                            10 NTBLADRCUST  PIC 9(5).
                            10 XTBLADRSTATE PIC X(2).
                            10 XTBLEXEMPT   PIC X.
                            10 XTBLCERT     PIC X(15).
                            10 XTBLCURR     PIC X(3).
              77 NECMTOT        PIC $$,$$$,$$9.99-.

              01 XREASONTABLE.
                     05 XRSNELEMENT OCCURS 100 TIMES.
                            10 XRSNTYPETBL PIC X.
                            10 XRSNCODETBL PIC XX.
                            10 XRSNDESCTBL PIC X(20).

              01 XWOREGHEAD.
                     05 FILLER PIC X(30) VALUE
                        'BAD-DEBT WRITE-OFFS           '.

              01 XWOREGDETAIL.
                     05 NEWOCUST    PIC 9(5).
                     05 FILLER      PIC X(5)  VALUE ' INV '.
                     05 NEWOINV     PIC 9(6).
                     05 FILLER      PIC X(1)  VALUE SPACE.
                     05 XEWORSN     PIC XX.
                     05 FILLER      PIC X(1)  VALUE SPACE.
                     05 XEWODESC    PIC X(20).
                     05 NEWOAMT     PIC $$$,$$9.99.
                     05 FILLER      PIC X(10) VALUE ' APPROVER '.
                     05 XEWOAPPR    PIC X(8).

              01 XCMREGHEAD.
                     05 FILLER PIC X(30) VALUE
                        'CREDIT MEMOS                  '.

              01 XCMREGDETAIL.
                     05 NECMCUST    PIC 9(5).
                     05 FILLER      PIC X(5)  VALUE ' INV '.
                     05 NECMINV     PIC 9(6).
                     05 FILLER      PIC X(1)  VALUE SPACE.
                     05 XECMRSN     PIC XX.
                     05 FILLER      PIC X(1)  VALUE SPACE.
                     05 XECMDESC    PIC X(20).
                     05 NECMAMT     PIC $$$,$$9.99.
                     05 FILLER      PIC X(11) VALUE ' UNAPPLIED '.
                     05 NECMUNAPP   PIC $$$,$$9.99.

              01 XNSFREGHEAD.
                     05 FILLER PIC X(30) VALUE
                            10 NINVDATETBL PIC 9(8).
                            10 NINVAMTTBL  PIC 9(5)V99.
                            10 NINVOPENTBL PIC 9(5)V99.
                            10 XINVLINETBL PIC X.
                            10 XINVCURTBL  PIC X(3).
                            10 NINVFXAMTTBL  PIC 9(9)V99.
                            10 NINVFXOPENTBL PIC 9(9)V99.
                            10 NINVFXRATETBL PIC 9(4)V9(5).
              COPY "rundate-ws.cbl".
              COPY "field-validate-ws.cbl".

           PERFORM 150-LOAD-INVOICES.
           PERFORM 160-GET-INVOICE-NUMBER.
           PERFORM 165-GET-NSF-FEE.
           MOVE 'ARAccounts.txt' TO XARACCTFILENAME.
           ACCEPT XARACCTFILENAME FROM ENVIRONMENT 'AR_ACCOUNT_FILE'
              ON EXCEPTION
                 MOVE 'ARAccounts.txt' TO XARACCTFILENAME
           END-ACCEPT.
           PERFORM 166-LOAD-AR-ACCOUNTS.
           PERFORM 167-GET-WRITEOFF-LIMIT.
           MOVE 'ARReasonCodes.txt' TO XREASONFILENAME.
           ACCEPT XREASONFILENAME FROM ENVIRONMENT 'AR_REASON_FILE'
              ON EXCEPTION
                 MOVE 'ARReasonCodes.txt' TO XREASONFILENAME
           END-ACCEPT.
           PERFORM 168-LOAD-REASONS.
           MOVE 'CustAddress.txt' TO XADDRFILENAME.
           ACCEPT XADDRFILENAME FROM ENVIRONMENT 'CUST_ADDR_FILE'
              ON EXCEPTION
                 MOVE 'CustAddress.txt' TO XADDRFILENAME
           END-ACCEPT.
           PERFORM 170-LOAD-ADDRESSES.
           OPEN EXTEND TAXLOG.
           IF XTAXLOGSTATUS NOT = '00'
              OPEN OUTPUT TAXLOG
           END-IF.
           OPEN OUTPUT NSFREGFILE.
           MOVE XNSFREGHEAD TO XNSFREGLINE.
           WRITE XNSFREGLINE BEFORE ADVANCING 1 LINE.
           OPEN OUTPUT WOREGFILE.
           MOVE XWOREGHEAD TO XWOREGLINE.
           WRITE XWOREGLINE BEFORE ADVANCING 1 LINE.
           OPEN OUTPUT CMREGFILE.
           MOVE XCMREGHEAD TO XCMREGLINE.
           WRITE XCMREGLINE BEFORE ADVANCING 1 LINE.
           OPEN EXTEND ACTLOG.
           IF XACTLOGSTATUS NOT = '00'
              OPEN OUTPUT ACTLOG
                    MOVE NINVDATEIN TO NINVDATETBL(NINVCNT)
                    MOVE NINVAMTIN  TO NINVAMTTBL(NINVCNT)
                    MOVE NINVOPENIN TO NINVOPENTBL(NINVCNT)
                    MOVE XINVLINEIN TO XINVLINETBL(NINVCNT)
                    PERFORM 229-CLEAR-FX-FIELDS
                    IF XINVCURIN NOT = SPACES AND XINVCURIN NOT = 'USD'
                       AND NINVFXAMTIN NUMERIC AND NINVFXOPENIN NUMERIC
                       AND NINVFXRATEIN NUMERIC
                       MOVE XINVCURIN    TO XINVCURTBL(NINVCNT)
                       MOVE NINVFXAMTIN  TO NINVFXAMTTBL(NINVCNT)
                       MOVE NINVFXOPENIN TO NINVFXOPENTBL(NINVCNT)
                       MOVE NINVFXRATEIN TO NINVFXRATETBL(NINVCNT)
                    END-IF
                 ELSE
                    DISPLAY 'INVOICE TABLE FULL - RECORD DROPPED, '
                       'RUN THE PURGE'
                    MOVE XARAREVIN     TO XARAREV
                    MOVE XARACASHIN    TO XARACASH
                    MOVE XARAFINCHGIN  TO XARAFINCHG
                    MOVE XARABADDEBTIN TO XARABADDEBT
                    MOVE XARARETURNSIN TO XARARETURNS
                    MOVE XARATAXPAYIN  TO XARATAXPAY
                    MOVE XARAFXREALIN  TO XARAFXREAL
                    MOVE XARAFXUNRLIN  TO XARAFXUNRL
              END-READ
           END-IF.
           CLOSE ARACCTFILE.
              DISPLAY 'NO AR ACCOUNT REFERENCE - GL EXTRACT SKIPPED'
           END-IF.

       167-GET-WRITEOFF-LIMIT. *> the approval threshold is policy
          *> too, kept on a control record like the NSF fee
           OPEN INPUT WOCTLFILE.
           IF XWOCTLSTATUS = '00'
              READ WOCTLFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NWOCTLLIMIT TO NWOLIMIT
              END-READ
           END-IF.
           CLOSE WOCTLFILE.

       168-LOAD-REASONS. *> REASONFILE is OPTIONAL - an empty table
          *> means only that a reason code must be present
           OPEN INPUT REASONFILE.
           IF XREASONSTATUS = '00'
              PERFORM 169-READ-REASON UNTIL XREASONEOF = 'Y'
           END-IF.
           CLOSE REASONFILE.

       169-READ-REASON.
           READ REASONFILE
              AT END
                 MOVE 'Y' TO XREASONEOF,
              NOT AT END
                 IF NRSNCNT < 100
                    ADD 1 TO NRSNCNT
                    MOVE XRSNTYPEIN TO XRSNTYPETBL(NRSNCNT)
                    MOVE XRSNCODEIN TO XRSNCODETBL(NRSNCNT)
                    MOVE XRSNDESCIN TO XRSNDESCTBL(NRSNCNT)
                 ELSE
                    DISPLAY 'REASON CODE TABLE FULL - ' XRSNCODEIN
                       ' DROPPED'
                 END-IF,
           END-READ.

       170-LOAD-ADDRESSES. *> ADDRFILE is OPTIONAL - only the state
          *> and the exemption matter here
           OPEN INPUT ADDRFILE.
           IF XADDRSTATUS = '00'
              PERFORM 171-READ-ADDRESS UNTIL XADDREOF = 'Y'
           END-IF.
           CLOSE ADDRFILE.

       171-READ-ADDRESS.
           READ ADDRFILE
              AT END
                 MOVE 'Y' TO XADDREOF,
              NOT AT END
                 IF NADDRCNT < 500
                    ADD 1 TO NADDRCNT
                    MOVE NADRCUSTIN   TO NTBLADRCUST(NADDRCNT)
                    MOVE XADRSTATEIN  TO XTBLADRSTATE(NADDRCNT)
                    MOVE XADREXEMPTIN TO XTBLEXEMPT(NADDRCNT)
                    MOVE XADRCERTIN   TO XTBLCERT(NADDRCNT)
                    MOVE XADRCURRIN   TO XTBLCURR(NADDRCNT)
                    IF XTBLCURR(NADDRCNT) = 'USD'
                       MOVE SPACES TO XTBLCURR(NADDRCNT)
                    END-IF
                 ELSE
                    DISPLAY 'ADDRESS TABLE FULL - RECORD DROPPED'
                 END-IF,
           END-READ.

       205-READ-CUST.
           READ SORTEDCUST
              AT END
              END-IF
           END-IF.

       225-CONVERT-CURRENCY. *> a foreign charge or payment turns
          *> into dollars at the rate in force on its date; XREJWHY
          *> says why when it cannot
           MOVE SPACES TO XREJWHY.
           MOVE SPACES TO XCUSTCUR.
           MOVE 0 TO NTRFXRATE.
           PERFORM VARYING NADDRSUB FROM 1 BY 1
              UNTIL NADDRSUB > NADDRCNT
              IF NTBLADRCUST(NADDRSUB) = NTRSCUST
                 MOVE XTBLCURR(NADDRSUB) TO XCUSTCUR
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE XTRSCUR TO XTRCUR.
           IF XTRCUR = 'USD'
              MOVE SPACES TO XTRCUR
           END-IF.
           IF XTRCUR NOT = SPACES
              CALL "currencyRateFor" USING XTRCUR NTRSDATE NTRFXRATE
                 XFXFOUND
              EVALUATE TRUE
                 WHEN XTRSTYPE NOT = 'C' AND XTRSTYPE NOT = 'P'
                    AND XTRSTYPE NOT = 'X'
                    MOVE 'FOREIGN CURRENCY ON C, P AND X ONLY'
                       TO XREJWHY
                 WHEN XTRSTYPE NOT = 'X' AND XTRCUR NOT = XCUSTCUR
                    MOVE 'NOT THE CUSTOMER BILLING CURRENCY'
                       TO XREJWHY
                 WHEN XFXFOUND = 'N'
                    MOVE 'NO EXCHANGE RATE FOR CURRENCY ON DATE'
                       TO XREJWHY
                 WHEN XTRSTYPE = 'X'
                    CONTINUE
                 WHEN NTRSFXAMT NOT NUMERIC
                    MOVE 'FOREIGN AMOUNT MISSING' TO XREJWHY
                 WHEN NTRSFXAMT = 0
                    MOVE 'FOREIGN AMOUNT MISSING' TO XREJWHY
                 WHEN OTHER
                    COMPUTE NTRSAMT ROUNDED = NTRSFXAMT / NTRFXRATE
                       ON SIZE ERROR
                          MOVE 'DOLLAR EQUIVALENT TOO LARGE' TO XREJWHY
                    END-COMPUTE
              END-EVALUATE
           END-IF.

       226-POST-FX-PAYMENT. *> the payment settles its currency's
          *> invoices in that currency - the referenced invoice first,
          *> then oldest-first. Each invoice is relieved at the dollars
          *> it is carried at; what the payment's own dollars differ by
          *> is realized exchange gain or loss, and anything left over
          *> is an unapplied credit at the payment's rate
           MOVE NTRSFXAMT TO NFXREMAIN.
           MOVE 0 TO NFXRELIEFTOT, NFXLEFTOVER.
           IF NTRSINV > 0
              PERFORM VARYING NINVSUB FROM 1 BY 1
                 UNTIL NINVSUB > NINVCNT OR NFXREMAIN NOT > 0
                 IF NINVCUSTTBL(NINVSUB) = NTRSCUST
                    AND NINVNUMTBL(NINVSUB) = NTRSINV
                    AND XINVCURTBL(NINVSUB) = XTRCUR
                    AND NINVFXOPENTBL(NINVSUB) > 0
                    PERFORM 228-APPLY-FX-TO-INVOICE
                 END-IF
              END-PERFORM
           END-IF.
      *> TEST AFTER for the same reason as 233's oldest-first loop
           PERFORM 227-APPLY-FX-OLDEST WITH TEST AFTER
              UNTIL NFXREMAIN NOT > 0 OR NINVOLDSUB = 0.
           IF NFXREMAIN > 0
              COMPUTE NFXLEFTOVER ROUNDED = NFXREMAIN / NTRFXRATE
              ADD 1 TO NUNAPPLIEDCNT
              MOVE NFXLEFTOVER TO NEUNAPPLIED
              DISPLAY 'CUSTOMER ' NTRSCUST ' PAYMENT LEAVES '
                 NEUNAPPLIED ' UNAPPLIED - NO OPEN ' XTRCUR
                 ' INVOICES'
           END-IF.
           COMPUTE NWORKBAL = NMSTBALANCE - NFXRELIEFTOT - NFXLEFTOVER.
           MOVE NWORKBAL TO NMSTBALANCE.
           ADD NFXRELIEFTOT NFXLEFTOVER TO NPAYTOT.
           COMPUTE NFXREALTOT = NFXREALTOT + NTRSAMT - NFXRELIEFTOT
              - NFXLEFTOVER.
           ADD 1 TO NPOSTEDCNT.
           ADD 1 TO NFXCNT.

       227-APPLY-FX-OLDEST. *> one pass picks the oldest open invoice
          *> in the payment's currency
           MOVE 0 TO NINVOLDSUB.
           PERFORM VARYING NINVSUB FROM 1 BY 1
              UNTIL NINVSUB > NINVCNT
              IF NINVCUSTTBL(NINVSUB) = NTRSCUST
                 AND XINVCURTBL(NINVSUB) = XTRCUR
                 AND NINVFXOPENTBL(NINVSUB) > 0
                 IF NINVOLDSUB = 0 OR
                    NINVDATETBL(NINVSUB) <
                       NINVDATETBL(NINVOLDSUB)
                    MOVE NINVSUB TO NINVOLDSUB
                 END-IF
              END-IF
           END-PERFORM.
           IF NINVOLDSUB > 0 AND NFXREMAIN > 0
              MOVE NINVOLDSUB TO NINVSUB
              PERFORM 228-APPLY-FX-TO-INVOICE
           END-IF.

       228-APPLY-FX-TO-INVOICE. *> settling the last of the currency
          *> clears whatever dollars are still carried
           IF NINVFXOPENTBL(NINVSUB) < NFXREMAIN
              MOVE NINVFXOPENTBL(NINVSUB) TO NFXAPPLY
           ELSE
              MOVE NFXREMAIN TO NFXAPPLY
           END-IF.
           IF NFXAPPLY = NINVFXOPENTBL(NINVSUB)
              OR NINVFXRATETBL(NINVSUB) = 0
              MOVE NINVOPENTBL(NINVSUB) TO NFXRELIEF
           ELSE
              COMPUTE NFXRELIEF ROUNDED =
                 NFXAPPLY / NINVFXRATETBL(NINVSUB)
              IF NFXRELIEF > NINVOPENTBL(NINVSUB)
                 MOVE NINVOPENTBL(NINVSUB) TO NFXRELIEF
              END-IF
           END-IF.
           SUBTRACT NFXAPPLY FROM NINVFXOPENTBL(NINVSUB), NFXREMAIN.
           SUBTRACT NFXRELIEF FROM NINVOPENTBL(NINVSUB).
           ADD NFXRELIEF TO NFXRELIEFTOT.
           IF NINVOPENTBL(NINVSUB) = 0
              ADD 1 TO NINVCLOSED
           END-IF.

       229-CLEAR-FX-FIELDS. *> a dollar line, for NINVCNT
           MOVE SPACES TO XINVCURTBL(NINVCNT).
           MOVE 0 TO NINVFXAMTTBL(NINVCNT), NINVFXOPENTBL(NINVCNT),
              NINVFXRATETBL(NINVCNT).

       230-POST-ONE. *> payments reduce the balance, charges raise it
           PERFORM 225-CONVERT-CURRENCY.
           IF XREJWHY NOT = SPACES
              PERFORM 250-REJECT
           ELSE
              PERFORM 231-POST-DOLLARS
           END-IF.

       231-POST-DOLLARS. *> the amount is in dollars from here on
           MOVE 'Y' TO XFIELDVALID.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NTRSAMT==
           ELSE
              EVALUATE XTRSTYPE
                 WHEN 'P'
                    IF XTRCUR NOT = SPACES
                       PERFORM 226-POST-FX-PAYMENT
                    ELSE
                       COMPUTE NWORKBAL = NMSTBALANCE - NTRSAMT
                       MOVE NWORKBAL TO NMSTBALANCE
                       ADD NTRSAMT TO NPAYTOT
                       ADD 1 TO NPOSTEDCNT
                       PERFORM 233-APPLY-PAYMENT
                    END-IF
                    PERFORM 239-LOG-ACTIVITY
                 WHEN 'C'
                    COMPUTE NWORKBAL = NMSTBALANCE + NTRSAMT
                    ADD NTRSAMT TO NCHGTOT
                    ADD 1 TO NPOSTEDCNT
                    PERFORM 232-OPEN-INVOICE
                    IF XTRSREASON NOT = 'NT'
                       PERFORM 246-APPLY-SALES-TAX
                    END-IF
                    PERFORM 239-LOG-ACTIVITY
                 WHEN 'R'
                    PERFORM 236-POST-REVERSAL
                    PERFORM 239-LOG-ACTIVITY
                 WHEN 'W'
                 WHEN 'M'
                    PERFORM 241-CHECK-ADJUSTMENT
                    IF XREJWHY NOT = SPACES
                       PERFORM 250-REJECT
                    ELSE
                       IF XTRSTYPE = 'W'
                          PERFORM 243-POST-WRITEOFF
                       ELSE
                          PERFORM 244-POST-CREDIT-MEMO
                       END-IF
                       PERFORM 239-LOG-ACTIVITY
                    END-IF
                 WHEN 'X'
                    PERFORM 252-CHECK-REVALUATION
                    IF XREJWHY NOT = SPACES
                       PERFORM 250-REJECT
                    ELSE
                       PERFORM 253-POST-REVALUATION
                    END-IF
                 WHEN 'F'
                    IF NMSTBALANCE + NTRSAMT > 0
                       MOVE 'REFUND EXCEEDS THE CREDIT BALANCE'
                          TO XREJWHY
                       PERFORM 250-REJECT
                    ELSE
                       PERFORM 245-POST-REFUND
                       PERFORM 239-LOG-ACTIVITY
                    END-IF
                 WHEN OTHER
                    PERFORM 250-REJECT
              END-EVALUATE
       232-OPEN-INVOICE. *> every charge is an invoice - numbered
          *> from the control record unless the transaction brought
          *> its own
           MOVE NTRSINV TO NTAXINV.
           IF NINVCNT < 500
              ADD 1 TO NINVCNT
              MOVE NTRSCUST TO NINVCUSTTBL(NINVCNT)
                 MOVE NNEXTINV TO NINVNUMTBL(NINVCNT)
                 ADD 1 TO NNEXTINV
              END-IF
              MOVE NINVNUMTBL(NINVCNT) TO NTAXINV
              MOVE NTRSDATE TO NINVDATETBL(NINVCNT)
              MOVE NTRSAMT TO NINVAMTTBL(NINVCNT)
              MOVE NTRSAMT TO NINVOPENTBL(NINVCNT)
              MOVE SPACE TO XINVLINETBL(NINVCNT)
              PERFORM 229-CLEAR-FX-FIELDS
              IF XTRCUR NOT = SPACES
                 MOVE XTRCUR TO XINVCURTBL(NINVCNT)
                 MOVE NTRSFXAMT TO NINVFXAMTTBL(NINVCNT)
                 MOVE NTRSFXAMT TO NINVFXOPENTBL(NINVCNT)
                 MOVE NTRFXRATE TO NINVFXRATETBL(NINVCNT)
              END-IF
              ADD 1 TO NINVOPENED
           ELSE
              DISPLAY 'INVOICE TABLE FULL - CHARGE FOR ' NTRSCUST
                 ' POSTED TO THE BALANCE ONLY'
           END-IF.

       233-APPLY-PAYMENT. *> referenced invoice first (every line
          *> of it - a taxed invoice carries its tax as a second line
          *> under the same number), then oldest-first - anything
          *> still left is an unapplied credit sitting on the
          *> rolled-up balance
           MOVE NTRSAMT TO NPAYREMAIN.
           IF NTRSINV > 0
              PERFORM VARYING NINVSUB FROM 1 BY 1
                 UNTIL NINVSUB > NINVCNT OR NPAYREMAIN NOT > 0
                 IF NINVCUSTTBL(NINVSUB) = NTRSCUST
                    AND NINVNUMTBL(NINVSUB) = NTRSINV
                    AND NINVOPENTBL(NINVSUB) > 0
                    PERFORM 234-APPLY-TO-INVOICE
                 END-IF
              END-PERFORM
           END-IF.
           END-IF.
           SUBTRACT NAPPLYAMT FROM NINVOPENTBL(NINVSUB).
           SUBTRACT NAPPLYAMT FROM NPAYREMAIN.
           IF XINVCURTBL(NINVSUB) NOT = SPACES
      *> dollars against a foreign invoice come off its currency
      *> amount at the rate it is carried at
              IF NINVOPENTBL(NINVSUB) = 0
                 MOVE 0 TO NINVFXOPENTBL(NINVSUB)
              ELSE
                 COMPUTE NFXWORK ROUNDED = NINVFXOPENTBL(NINVSUB)
                    - NAPPLYAMT * NINVFXRATETBL(NINVSUB)
                 IF NFXWORK < 0
                    MOVE 0 TO NFXWORK
                 END-IF
                 MOVE NFXWORK TO NINVFXOPENTBL(NINVSUB)
              END-IF
           END-IF.
           IF NINVOPENTBL(NINVSUB) = 0
              ADD 1 TO NINVCLOSED
           END-IF.
           WRITE XNSFREGLINE BEFORE ADVANCING 1 LINE.
           DISPLAY XNSFREGDETAIL.

       237-REOPEN-INVOICE. *> each line of the referenced invoice
          *> takes back up to its own amount, charge line first
           IF NTRSINV > 0
              MOVE NTRSAMT TO NPAYREMAIN
              PERFORM VARYING NINVSUB FROM 1 BY 1
                 UNTIL NINVSUB > NINVCNT OR NPAYREMAIN NOT > 0
                 IF NINVCUSTTBL(NINVSUB) = NTRSCUST
                    AND NINVNUMTBL(NINVSUB) = NTRSINV
                    COMPUTE NAPPLYAMT = NINVAMTTBL(NINVSUB)
                       - NINVOPENTBL(NINVSUB)
                    IF NAPPLYAMT > NPAYREMAIN
                       MOVE NPAYREMAIN TO NAPPLYAMT
                    END-IF
                    ADD NAPPLYAMT TO NINVOPENTBL(NINVSUB)
                    SUBTRACT NAPPLYAMT FROM NPAYREMAIN
                    IF XINVCURTBL(NINVSUB) NOT = SPACES
                       COMPUTE NFXWORK ROUNDED = NINVFXOPENTBL(NINVSUB)
                          + NAPPLYAMT * NINVFXRATETBL(NINVSUB)
                       IF NFXWORK > NINVFXAMTTBL(NINVSUB)
                          MOVE NINVFXAMTTBL(NINVSUB) TO NFXWORK
                       END-IF
                       MOVE NFXWORK TO NINVFXOPENTBL(NINVSUB)
                    END-IF
                 END-IF
              END-PERFORM
           ELSE
                 MOVE NTRSDATE TO NINVDATETBL(NINVCNT)
                 MOVE NTRSAMT TO NINVAMTTBL(NINVCNT)
                 MOVE NTRSAMT TO NINVOPENTBL(NINVCNT)
                 MOVE SPACE TO XINVLINETBL(NINVCNT)
                 PERFORM 229-CLEAR-FX-FIELDS
              END-IF
           END-IF.

              MOVE NTRSDATE TO NINVDATETBL(NINVCNT)
              MOVE NNSFFEE TO NINVAMTTBL(NINVCNT)
              MOVE NNSFFEE TO NINVOPENTBL(NINVCNT)
              MOVE SPACE TO XINVLINETBL(NINVCNT)
              PERFORM 229-CLEAR-FX-FIELDS
           END-IF.

       239-LOG-ACTIVITY.
           MOVE NTRSAMT TO NACTAMT.
           MOVE NTRSDATE TO NACTDATE.
           MOVE NTRSINV TO NACTINV.
           MOVE XTRCUR TO XACTCUR.
           IF XTRCUR NOT = SPACES
              MOVE NTRSFXAMT TO NACTFXAMT
              MOVE NTRFXRATE TO NACTFXRATE
           ELSE
              MOVE 0 TO NACTFXAMT, NACTFXRATE
           END-IF.
           WRITE XACTREC.

       241-CHECK-ADJUSTMENT. *> a write-off or credit memo must
          *> name an open invoice of this customer and give a
          *> reason; XREJWHY says why when it cannot post
           MOVE SPACES TO XREJWHY.
           MOVE SPACES TO XRSNDESCWK.
           MOVE 0 TO NINVOLDSUB.
           IF NTRSINV > 0
              PERFORM VARYING NINVSUB FROM 1 BY 1
                 UNTIL NINVSUB > NINVCNT
                 IF NINVCUSTTBL(NINVSUB) = NTRSCUST
                    AND NINVNUMTBL(NINVSUB) = NTRSINV
                    AND NINVOPENTBL(NINVSUB) > 0
                    MOVE NINVSUB TO NINVOLDSUB
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF XTRSREASON NOT = SPACES
              PERFORM 242-FIND-REASON
           END-IF.
           EVALUATE TRUE
              WHEN NTRSINV = 0
                 MOVE 'INVOICE NUMBER REQUIRED' TO XREJWHY
              WHEN NINVOLDSUB = 0
                 MOVE 'INVOICE NOT OPEN FOR THIS CUSTOMER' TO XREJWHY
              WHEN XTRSREASON = SPACES
                 MOVE 'REASON CODE REQUIRED' TO XREJWHY
              WHEN NRSNCNT > 0 AND XRSNDESCWK = SPACES
                 MOVE 'UNKNOWN REASON CODE' TO XREJWHY
              WHEN XTRSTYPE = 'W'
                 AND NTRSAMT > NINVOPENTBL(NINVOLDSUB)
                 MOVE 'WRITE-OFF EXCEEDS INVOICE OPEN AMOUNT'
                    TO XREJWHY
              WHEN XTRSTYPE = 'W' AND NTRSAMT > NWOLIMIT
                 AND XTRSAPPROV = SPACES
                 MOVE 'WRITE-OFF OVER LIMIT NEEDS APPROVAL ID'
                    TO XREJWHY
              WHEN XTRSTYPE = 'M'
                 AND NTRSAMT > NINVAMTTBL(NINVOLDSUB)
                 MOVE 'CREDIT MEMO EXCEEDS INVOICE AMOUNT' TO XREJWHY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       242-FIND-REASON. *> a code is only good for the type it was
          *> set up under
           PERFORM VARYING NRSNSUB FROM 1 BY 1
              UNTIL NRSNSUB > NRSNCNT
              IF XRSNTYPETBL(NRSNSUB) = XTRSTYPE
                 AND XRSNCODETBL(NRSNSUB) = XTRSREASON
                 MOVE XRSNDESCTBL(NRSNSUB) TO XRSNDESCWK
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       243-POST-WRITEOFF. *> the uncollectable amount leaves the
          *> balance and the invoice - it is an expense, not cash
           COMPUTE NWORKBAL = NMSTBALANCE - NTRSAMT.
           MOVE NWORKBAL TO NMSTBALANCE.
           ADD NTRSAMT TO NWOTOT.
           ADD 1 TO NPOSTEDCNT.
           ADD 1 TO NWOCNT.
           MOVE NTRSAMT TO NPAYREMAIN.
           MOVE NINVOLDSUB TO NINVSUB.
           PERFORM 234-APPLY-TO-INVOICE.
           MOVE NTRSCUST TO NEWOCUST.
           MOVE NTRSINV TO NEWOINV.
           MOVE XTRSREASON TO XEWORSN.
           MOVE XRSNDESCWK TO XEWODESC.
           MOVE NTRSAMT TO NEWOAMT.
           MOVE XTRSAPPROV TO XEWOAPPR.
           MOVE XWOREGDETAIL TO XWOREGLINE.
           WRITE XWOREGLINE BEFORE ADVANCING 1 LINE.

       244-POST-CREDIT-MEMO. *> the credit settles the named invoice;
          *> any excess over what is still open (the customer had
          *> already paid) stays as an unapplied credit on the balance
           COMPUTE NWORKBAL = NMSTBALANCE - NTRSAMT.
           MOVE NWORKBAL TO NMSTBALANCE.
           ADD NTRSAMT TO NCMTOT.
           ADD 1 TO NPOSTEDCNT.
           ADD 1 TO NCMCNT.
           MOVE NTRSAMT TO NPAYREMAIN.
           MOVE NINVOLDSUB TO NINVSUB.
           PERFORM 234-APPLY-TO-INVOICE.
           IF NPAYREMAIN > 0
              ADD 1 TO NUNAPPLIEDCNT
           END-IF.
           MOVE NTRSCUST TO NECMCUST.
           MOVE NTRSINV TO NECMINV.
           MOVE XTRSREASON TO XECMRSN.
           MOVE XRSNDESCWK TO XECMDESC.
           MOVE NTRSAMT TO NECMAMT.
           MOVE NPAYREMAIN TO NECMUNAPP.
           MOVE XCMREGDETAIL TO XCMREGLINE.
           WRITE XCMREGLINE BEFORE ADVANCING 1 LINE.

       245-POST-REFUND. *> the check paid out the credit we were
          *> holding - no invoice is involved, the balance just comes
          *> back up toward zero
           COMPUTE NWORKBAL = NMSTBALANCE + NTRSAMT.
           MOVE NWORKBAL TO NMSTBALANCE.
           ADD NTRSAMT TO NRFDTOT.
           ADD 1 TO NRFDCNT.
           ADD 1 TO NPOSTEDCNT.

       246-APPLY-SALES-TAX. *> the tax goes on the balance and
          *> opens its own line under the charge's invoice number;
          *> exempt sales are logged for the return but not taxed
           MOVE SPACES TO XTAXSTATE, XTAXCERT.
           MOVE SPACE TO XTAXEXEMPT.
           PERFORM VARYING NADDRSUB FROM 1 BY 1
              UNTIL NADDRSUB > NADDRCNT
              IF NTBLADRCUST(NADDRSUB) = NTRSCUST
                 MOVE XTBLADRSTATE(NADDRSUB) TO XTAXSTATE
                 MOVE XTBLEXEMPT(NADDRSUB) TO XTAXEXEMPT
                 MOVE XTBLCERT(NADDRSUB) TO XTAXCERT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 0 TO NTAXAMT.
           IF XTAXEXEMPT = 'E'
              ADD 1 TO NEXEMPTCNT
           ELSE
              CALL "salesTaxRateFor" USING XTAXSTATE NTRSDATE
                 NTAXRATE XTAXFOUND
              IF XTAXFOUND = 'N'
                 ADD 1 TO NNORATECNT
                 DISPLAY 'CUSTOMER ' NTRSCUST ' CHARGE NOT TAXED - NO '
                    'SALES TAX RATE FOR SHIP-TO STATE "' XTAXSTATE '"'
              ELSE
                 COMPUTE NTAXAMT ROUNDED = NTRSAMT * NTAXRATE
                 ADD 1 TO NTAXEDCNT
              END-IF
           END-IF.
           IF NTAXAMT > 0
              COMPUTE NWORKBAL = NMSTBALANCE + NTAXAMT
              MOVE NWORKBAL TO NMSTBALANCE
              ADD NTAXAMT TO NTAXTOT
              PERFORM 247-OPEN-TAX-LINE
           END-IF.
           MOVE XTAXSTATE TO XSTXSTATE.
           MOVE NTRSDATE TO NSTXDATE.
           MOVE NTRSCUST TO NSTXCUST.
           MOVE NTAXINV TO NSTXINV.
           MOVE NTRSAMT TO NSTXSALE.
           MOVE NTAXAMT TO NSTXTAX.
           MOVE XTAXEXEMPT TO XSTXEXEMPT.
           MOVE XTAXCERT TO XSTXCERT.
           WRITE XTAXLOGREC.

       247-OPEN-TAX-LINE.
           IF NINVCNT < 500 AND NTAXINV > 0
              ADD 1 TO NINVCNT
              MOVE NTRSCUST TO NINVCUSTTBL(NINVCNT)
              MOVE NTAXINV TO NINVNUMTBL(NINVCNT)
              MOVE NTRSDATE TO NINVDATETBL(NINVCNT)
              MOVE NTAXAMT TO NINVAMTTBL(NINVCNT)
              MOVE NTAXAMT TO NINVOPENTBL(NINVCNT)
              MOVE 'T' TO XINVLINETBL(NINVCNT)
              PERFORM 229-CLEAR-FX-FIELDS
              IF XTRCUR NOT = SPACES
      *> billed in the charge's currency, like the charge
                 MOVE XTRCUR TO XINVCURTBL(NINVCNT)
                 COMPUTE NINVFXAMTTBL(NINVCNT) ROUNDED =
                    NTAXAMT * NTRFXRATE
                 MOVE NINVFXAMTTBL(NINVCNT) TO NINVFXOPENTBL(NINVCNT)
                 MOVE NTRFXRATE TO NINVFXRATETBL(NINVCNT)
              END-IF
           ELSE
              DISPLAY 'INVOICE TABLE FULL - SALES TAX FOR ' NTRSCUST
                 ' POSTED TO THE BALANCE ONLY'
           END-IF.

       250-REJECT. *> no master, bad amount, unknown type, or a
          *> write-off / credit memo that failed its checks
           ADD 1 TO NREJECTCNT.
           MOVE NTRSCUST TO NEREJCUST.
           EVALUATE TRUE
              WHEN XCUSTEOF = 'Y' OR NTRSCUST < NMSTCUSTNUM
                 MOVE 'NO CUSTOMER MASTER RECORD' TO XREJREASON
              WHEN XREJWHY NOT = SPACES
                 MOVE XREJWHY TO XREJREASON
              WHEN XTRSTYPE NOT = 'P' AND XTRSTYPE NOT = 'C'
                 AND XTRSTYPE NOT = 'R' AND XTRSTYPE NOT = 'W'
                 AND XTRSTYPE NOT = 'M' AND XTRSTYPE NOT = 'F'
                 AND XTRSTYPE NOT = 'X'
                 MOVE 'UNKNOWN TRANSACTION TYPE' TO XREJREASON
              WHEN OTHER
                 MOVE 'INVALID AMOUNT' TO XREJREASON
           END-EVALUATE.
           MOVE SPACES TO XREJWHY.
           MOVE XREJECTDETAIL TO XREJECTLINE.
           WRITE XREJECTLINE.
           DISPLAY XREJECTDETAIL.

       252-CHECK-REVALUATION. *> the restatement is worked again
          *> here over every line of the named invoice, at the rate in
          *> force on the transaction date, and must come to what
          *> AR-REVAL wrote - a stale or repeated one cannot post
           MOVE 0 TO NFXDIFFTOT.
           MOVE 0 TO NINVOLDSUB.
           IF XTRCUR NOT = SPACES AND NTRSINV > 0
              PERFORM VARYING NINVSUB FROM 1 BY 1
                 UNTIL NINVSUB > NINVCNT
                 IF NINVCUSTTBL(NINVSUB) = NTRSCUST
                    AND NINVNUMTBL(NINVSUB) = NTRSINV
                    AND XINVCURTBL(NINVSUB) = XTRCUR
                    AND NINVOPENTBL(NINVSUB) > 0
                    MOVE NINVSUB TO NINVOLDSUB
                    PERFORM 254-RESTATE-LINE
                    ADD NFXDIFF TO NFXDIFFTOT
                 END-IF
              END-PERFORM
           END-IF.
           EVALUATE TRUE
              WHEN XTRCUR = SPACES
                 MOVE 'REVALUATION NEEDS THE INVOICE CURRENCY'
                    TO XREJWHY
              WHEN NINVOLDSUB = 0
                 MOVE 'NO OPEN INVOICE IN THAT CURRENCY' TO XREJWHY
              WHEN XTRSREASON NOT = 'GN' AND XTRSREASON NOT = 'LS'
                 MOVE 'REVALUATION REASON MUST BE GN OR LS'
                    TO XREJWHY
              WHEN XTRSREASON = 'GN' AND NFXDIFFTOT NOT = NTRSAMT
                 MOVE 'REVALUATION OUT OF DATE - RERUN AR-REVAL'
                    TO XREJWHY
              WHEN XTRSREASON = 'LS' AND NFXDIFFTOT NOT = 0 - NTRSAMT
                 MOVE 'REVALUATION OUT OF DATE - RERUN AR-REVAL'
                    TO XREJWHY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       253-POST-REVALUATION. *> each line is carried at the new rate
          *> from here on; the original amount moves with the open
          *> amount so what has been paid against it stays the same
           PERFORM VARYING NINVSUB FROM 1 BY 1
              UNTIL NINVSUB > NINVCNT
              IF NINVCUSTTBL(NINVSUB) = NTRSCUST
                 AND NINVNUMTBL(NINVSUB) = NTRSINV
                 AND XINVCURTBL(NINVSUB) = XTRCUR
                 AND NINVOPENTBL(NINVSUB) > 0
                 PERFORM 254-RESTATE-LINE
                 COMPUTE NINVAMTTBL(NINVSUB) =
                    NINVAMTTBL(NINVSUB) + NFXDIFF
                 MOVE NFXNEWOPEN TO NINVOPENTBL(NINVSUB)
                 MOVE NTRFXRATE TO NINVFXRATETBL(NINVSUB)
              END-IF
           END-PERFORM.
           COMPUTE NWORKBAL = NMSTBALANCE + NFXDIFFTOT.
           MOVE NWORKBAL TO NMSTBALANCE.
           ADD NFXDIFFTOT TO NFXUNRLTOT.
           ADD 1 TO NPOSTEDCNT.
           ADD 1 TO NFXREVALCNT.

       254-RESTATE-LINE. *> the line's currency open amount at the
          *> transaction's rate, against the dollars now carried
           COMPUTE NFXNEWOPEN ROUNDED =
              NINVFXOPENTBL(NINVSUB) / NTRFXRATE
              ON SIZE ERROR
                 MOVE NINVOPENTBL(NINVSUB) TO NFXNEWOPEN
           END-COMPUTE.
           COMPUTE NFXDIFF = NFXNEWOPEN - NINVOPENTBL(NINVSUB).

       260-WRITE-CUSTOMER.
           PERFORM 265-CHECK-CREDIT-LIMIT.
           ADD NMSTBALANCE TO NCLOSETOT.
           CLOSE OVERLIMFILE.
           MOVE NREVTOT TO NEREVTOT.
           CLOSE NSFREGFILE.
           CLOSE WOREGFILE.
           CLOSE CMREGFILE.
           CLOSE ACTLOG.
           CLOSE TAXLOG.
           IF NREVCNT > 0
              DISPLAY NREVCNT ' REVERSAL(S) TOTALING ' NEREVTOT
                 ' - SEE AR-nsf-register.txt'
           END-IF.
           MOVE NWOTOT TO NEWOTOT.
           IF NWOCNT > 0
              DISPLAY NWOCNT ' WRITE-OFF(S) TOTALING ' NEWOTOT
                 ' - SEE AR-writeoff-register.txt'
           END-IF.
           MOVE NCMTOT TO NECMTOT.
           IF NCMCNT > 0
              DISPLAY NCMCNT ' CREDIT MEMO(S) TOTALING ' NECMTOT
                 ' - SEE AR-creditmemo-register.txt'
           END-IF.
           MOVE NRFDTOT TO NERFDTOT.
           IF NRFDCNT > 0
              DISPLAY NRFDCNT ' REFUND(S) TOTALING ' NERFDTOT
                 ' - SEE AR-refund-register.txt'
           END-IF.
           MOVE NTAXTOT TO NETAXTOT.
           DISPLAY 'SALES TAX ' NETAXTOT ' ON ' NTAXEDCNT
              ' TAXABLE CHARGE(S), ' NEXEMPTCNT ' EXEMPT, '
              NNORATECNT ' WITH NO RATE'.
           IF NFXCNT > 0 OR NFXREVALCNT > 0
              MOVE NFXREALTOT TO NEFXTOT
              DISPLAY NFXCNT ' FOREIGN PAYMENT(S), REALIZED EXCHANGE '
                 'GAIN/LOSS ' NEFXTOT
              MOVE NFXUNRLTOT TO NEFXTOT
              DISPLAY NFXREVALCNT ' REVALUATION(S) TOTALING ' NEFXTOT
           END-IF.
           PERFORM 310-ADVANCE-LIVE.
           PERFORM 315-SAVE-INVOICES.
           IF XARACCTPRESENT = 'Y'
              MOVE NINVDATETBL(NINVSUB) TO NINVDATEIN
              MOVE NINVAMTTBL(NINVSUB)  TO NINVAMTIN
              MOVE NINVOPENTBL(NINVSUB) TO NINVOPENIN
              MOVE XINVLINETBL(NINVSUB) TO XINVLINEIN
              MOVE XINVCURTBL(NINVSUB)  TO XINVCURIN
              MOVE NINVFXAMTTBL(NINVSUB)  TO NINVFXAMTIN
              MOVE NINVFXOPENTBL(NINVSUB) TO NINVFXOPENIN
              MOVE NINVFXRATETBL(NINVSUB) TO NINVFXRATEIN
              WRITE XINVREC
           END-IF.

       318-WRITE-GL-EXTRACT. *> the run's money in ledger form -
          *> charges debit the AR control and credit revenue, the
          *> sales tax on them debits the control and credits sales
          *> tax payable,
          *> payments debit cash and credit the control, reversals
          *> debit the control and credit cash (the bank pulled the
          *> deposit back), write-offs debit bad-debt expense and
          *> credit the control, credit memos debit sales returns and
          *> credit the control, refunds debit the control and credit
          *> cash. A foreign payment debits cash with its own dollars
          *> and credits the control with the dollars it relieved,
          *> the difference going to realized exchange gain/loss; a
          *> revaluation debits the control and credits unrealized
          *> exchange gain/loss. Debits equal credits by construction
          *> and the footing proves it, same as the payroll extract.
           OPEN OUTPUT ARGLEXT.
           MOVE 0 TO NAGLDEBITS, NAGLCREDITS.
           MOVE XARACONTROL TO XAGLACCTOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARACASH TO XAGLACCTOUT.
           MOVE 'D' TO XAGLSIDE.
           COMPUTE NAGLWORK = NPAYTOT + NFXREALTOT.
           MOVE 'CASH RECEIPTS' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARACONTROL TO XAGLACCTOUT.
           MOVE NPAYTOT TO NAGLWORK.
           MOVE 'AR PAYMENTS' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           IF XARAFXREAL = SPACES AND NFXREALTOT NOT = 0
              DISPLAY 'NO REALIZED-FX ACCOUNT ON THE AR REFERENCE - '
                 'EXCHANGE GAIN/LOSS POSTED TO REVENUE'
              MOVE XARAREV TO XARAFXREAL
           END-IF.
           MOVE XARAFXREAL TO XAGLACCTOUT.
           MOVE 'C' TO XAGLSIDE.
           MOVE NFXREALTOT TO NAGLWORK.
           MOVE 'FX GAIN REALIZED' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           IF XARAFXUNRL = SPACES AND NFXUNRLTOT NOT = 0
              DISPLAY 'NO UNREALIZED-FX ACCOUNT ON THE AR REFERENCE - '
                 'REVALUATION POSTED TO REVENUE'
              MOVE XARAREV TO XARAFXUNRL
           END-IF.
           MOVE XARACONTROL TO XAGLACCTOUT.
           MOVE 'D' TO XAGLSIDE.
           MOVE NFXUNRLTOT TO NAGLWORK.
           MOVE 'FX REVALUATION' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARAFXUNRL TO XAGLACCTOUT.
           MOVE 'C' TO XAGLSIDE.
           MOVE NFXUNRLTOT TO NAGLWORK.
           MOVE 'FX GAIN UNREALZD' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARACONTROL TO XAGLACCTOUT.
           MOVE 'D' TO XAGLSIDE.
           MOVE NREVTOT TO NAGLWORK.
           MOVE NREVTOT TO NAGLWORK.
           MOVE 'NSF CASH PULLED' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           IF XARATAXPAY = SPACES AND NTAXTOT NOT = 0
              DISPLAY 'NO SALES-TAX-PAYABLE ACCOUNT ON THE AR '
                 'REFERENCE - SALES TAX CREDITED TO REVENUE'
              MOVE XARAREV TO XARATAXPAY
           END-IF.
           MOVE XARACONTROL TO XAGLACCTOUT.
           MOVE 'D' TO XAGLSIDE.
           MOVE NTAXTOT TO NAGLWORK.
           MOVE 'SALES TAX BILLED' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARATAXPAY TO XAGLACCTOUT.
           MOVE 'C' TO XAGLSIDE.
           MOVE NTAXTOT TO NAGLWORK.
           MOVE 'SALES TAX PAYABL' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           IF XARABADDEBT = SPACES AND NWOTOT NOT = 0
              DISPLAY 'NO BAD-DEBT ACCOUNT ON THE AR REFERENCE - '
                 'WRITE-OFFS CHARGED TO REVENUE'
              MOVE XARAREV TO XARABADDEBT
           END-IF.
           MOVE XARABADDEBT TO XAGLACCTOUT.
           MOVE 'D' TO XAGLSIDE.
           MOVE NWOTOT TO NAGLWORK.
           MOVE 'BAD DEBT EXPENSE' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARACONTROL TO XAGLACCTOUT.
           MOVE 'C' TO XAGLSIDE.
           MOVE NWOTOT TO NAGLWORK.
           MOVE 'AR WRITE-OFFS' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           IF XARARETURNS = SPACES AND NCMTOT NOT = 0
              DISPLAY 'NO SALES-RETURNS ACCOUNT ON THE AR REFERENCE - '
                 'CREDIT MEMOS CHARGED TO REVENUE'
              MOVE XARAREV TO XARARETURNS
           END-IF.
           MOVE XARARETURNS TO XAGLACCTOUT.
           MOVE 'D' TO XAGLSIDE.
           MOVE NCMTOT TO NAGLWORK.
           MOVE 'SALES RETURNS' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARACONTROL TO XAGLACCTOUT.
           MOVE 'C' TO XAGLSIDE.
           MOVE NCMTOT TO NAGLWORK.
           MOVE 'AR CREDIT MEMOS' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARACONTROL TO XAGLACCTOUT.
           MOVE 'D' TO XAGLSIDE.
           MOVE NRFDTOT TO NAGLWORK.
           MOVE 'CUSTOMER REFUNDS' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE XARACASH TO XAGLACCTOUT.
           MOVE 'C' TO XAGLSIDE.
           MOVE NRFDTOT TO NAGLWORK.
           MOVE 'REFUND CHECKS' TO XAGLDESCOUT.
           PERFORM 319-GL-POST-LINE.
           MOVE 'TOTAL ' TO XAGLACCTOUT.
           MOVE 'D' TO XAGLDRCROUT.
           MOVE NAGLDEBITS TO NAGLAMTOUT.
              WRITE XARGLREC
           END-IF.

       320-CONTROL-TOTALS. *> opening + charges + sales tax
          *> + reversals + refunds + revaluations - payments
          *> - write-offs - credit memos = closing
           MOVE NOPENTOT TO NEOPENTOT.
           MOVE NCHGTOT TO NECHGTOT.
           MOVE NPAYTOT TO NEPAYTOT.
           MOVE NCLOSETOT TO NECLOSETOT.
           COMPUTE NWORKBAL = NOPENTOT + NCHGTOT + NTAXTOT + NREVTOT
              + NRFDTOT + NFXUNRLTOT - NPAYTOT - NWOTOT - NCMTOT
              - NCLOSETOT.
           MOVE NWORKBAL TO NEPROOF.
           DISPLAY ' '.
           DISPLAY 'POSTING CONTROL TOTALS'.
           DISPLAY 'OPENING BALANCE  ' NEOPENTOT.
           DISPLAY 'CHARGES          ' NECHGTOT.
           MOVE NTAXTOT TO NETAXTOT.
           DISPLAY 'SALES TAX        ' NETAXTOT.
           MOVE NREVTOT TO NEREVTOT.
           DISPLAY 'REVERSALS        ' NEREVTOT.
           MOVE NRFDTOT TO NERFDTOT.
           DISPLAY 'REFUNDS          ' NERFDTOT.
           MOVE NFXUNRLTOT TO NEFXTOT.
           DISPLAY 'FX REVALUATION   ' NEFXTOT.
           DISPLAY 'PAYMENTS         ' NEPAYTOT.
           MOVE NWOTOT TO NEWOTOT.
           DISPLAY 'WRITE-OFFS       ' NEWOTOT.
           MOVE NCMTOT TO NECMTOT.
           DISPLAY 'CREDIT MEMOS     ' NECMTOT.
           DISPLAY 'CLOSING BALANCE  ' NECLOSETOT.
           IF NWORKBAL = 0
              DISPLAY 'POSTING IN PROOF.'
