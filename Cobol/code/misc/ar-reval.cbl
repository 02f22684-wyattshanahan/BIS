       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-REVAL.
       AUTHOR. WYATT SHANAHAN.

      *> Month-end revaluation of foreign-currency receivables. Every
      *> open invoice billed in a foreign currency is restated to the
      *> dollars its open currency amount is worth at the converter
      *> table's rate in force on the run date (currencyRateFor in
      *> ../common/fxrate.cbl - build it alongside). The change is
      *> appended to the AR transaction file as one X transaction per
      *> invoice (GN = gain, LS = loss, carrying the currency and its
      *> open amount) so it flows through the next AR-POST run, which
      *> works the restatement again, carries the invoice at the new
      *> rate and books the change to unrealized exchange gain/loss.
      *> A register shows each invoice's old and new dollars. A run
      *> is refused while X transactions from an earlier one are
      *> still waiting to post, so the same change is never booked
      *> twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL INVFILE ASSIGN TO DYNAMIC XINVFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XINVSTATUS.
           SELECT TRANSFILE ASSIGN TO DYNAMIC XTRANSFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XTRANSSTATUS.
           SELECT REGFILE ASSIGN TO "AR-reval-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INVFILE. *> AR-POST's open-item invoice detail
       01 XINVREC.
              05 NINVCUSTIN        PIC 9(5).
              05 NINVNUMIN         PIC 9(6).
              05 NINVDATEIN        PIC 9(8).
              05 NINVAMTIN         PIC 9(5)V99.
              05 NINVOPENIN        PIC 9(5)V99.
              05 XINVLINEIN        PIC X.
              05 XINVCURIN         PIC X(3). *> blank = dollars
              05 NINVFXAMTIN       PIC 9(9)V99.
              05 NINVFXOPENIN      PIC 9(9)V99.
              05 NINVFXRATEIN      PIC 9(4)V9(5).

       FD TRANSFILE.
       01 XTRANSOUT.
              05 NTRCUSTOUT        PIC 9(5).
              05 XTRTYPEOUT        PIC X.
              05 NTRAMTOUT         PIC 9(5)V99.
              05 NTRDATEOUT        PIC 9(8).
              05 NTRINVOUT         PIC 9(6).
              05 XTRREASONOUT      PIC XX. *> GN gain, LS loss
              05 XTRAPPROVOUT      PIC X(8).
              05 XTRCUROUT         PIC X(3).
              05 NTRFXAMTOUT       PIC 9(9)V99.

       FD REGFILE.
       01 XREGLINE              PIC X(100).

       WORKING-STORAGE SECTION.
              77 XINVFILENAME   PIC X(100).
              77 XINVSTATUS     PIC XX.
              77 XTRANSFILENAME PIC X(100).
              77 XTRANSSTATUS   PIC XX.
              77 XINVEOF        PIC X        VALUE 'N'.
              77 XTRANSEOF      PIC X        VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AR-REVAL".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              77 NPENDINGCNT    PIC 9(4)     VALUE 0.
              77 NKEYCNT        PIC 9(4)     VALUE 0.
              77 NKEYSUB        PIC 9(4)     VALUE 0.
              77 NNEWOPEN       PIC 9(5)V99  VALUE 0.
              77 NFXDIFF        PIC S9(6)V99 VALUE 0.
              77 NFXRATE        PIC 9(4)V9(5) VALUE 0.
              77 XFXFOUND       PIC X.
              77 NREVALCNT      PIC 9(4)     VALUE 0.
              77 NNORATECNT     PIC 9(4)     VALUE 0.
              77 NGAINTOT       PIC 9(7)V99  VALUE 0.
              77 NLOSSTOT       PIC 9(7)V99  VALUE 0.
              77 NNETTOT        PIC S9(7)V99 VALUE 0.
              77 NENETTOT       PIC $$,$$$,$$9.99-.
              COPY "rundate-ws.cbl".

              01 XKEYTABLE. *> one entry per foreign invoice and
                 *> currency; a charge and its sales-tax line restate
                 *> together
                     05 XKEYELEMENT OCCURS 500 TIMES.
                            10 NKEYCUST     PIC 9(5).
                            10 NKEYINV      PIC 9(6).
                            10 XKEYCUR      PIC X(3).
                            10 NKEYFXOPEN   PIC 9(9)V99.
                            10 NKEYOLDRATE  PIC 9(4)V9(5).
                            10 NKEYOLDOPEN  PIC 9(6)V99.
                            10 NKEYDIFF     PIC S9(6)V99.

              01 XREGHEADING.
                     05 FILLER  PIC X(35) VALUE
                        'FOREIGN CURRENCY REVALUATION AS OF '.
                     05 NEREGDATE PIC 9999/99/99.

              01 XREGCOLUMNS.
                     05 FILLER  PIC X(33) VALUE
                        'CUST   INV NO CUR  CURRENCY OPEN '.
                     05 FILLER  PIC X(33) VALUE
                        '  WAS RATE   NOW RATE       WAS $'.
                     05 FILLER  PIC X(25) VALUE
                        '       NOW $    GAIN/LOSS'.

              01 XREGDETAIL.
                     05 NEREGCUST   PIC 9(5).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NEREGINV    PIC 9(6).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XREGCUR     PIC X(3).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEREGFXOPEN PIC ZZZ,ZZZ,ZZ9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEREGOLDRATE PIC ZZZ9.99999.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEREGNEWRATE PIC ZZZ9.99999.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEREGOLDOPEN PIC $$$$,$$9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEREGNEWOPEN PIC $$$$,$$9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEREGDIFF   PIC $$$$,$$9.99-.

              01 XREGNORATE.
                     05 NENRCUST    PIC 9(5).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 NENRINV     PIC 9(6).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XNRCUR      PIC X(3).
                     05 FILLER      PIC X(44) VALUE
                        ' NO RATE ON FILE FOR THE DATE - NOT RESTATED'.

              01 XREGTOTAL.
                     05 NEREGCNT    PIC ZZZ9.
                     05 FILLER      PIC X(22) VALUE
                        ' INVOICE(S) RESTATED, '.
                     05 NEREGGAIN   PIC $$,$$$,$$9.99.
                     05 FILLER      PIC X(8)  VALUE ' GAIN,  '.
                     05 NEREGLOSS   PIC $$,$$$,$$9.99.
                     05 FILLER      PIC X(8)  VALUE ' LOSS,  '.
                     05 NEREGNET    PIC $$,$$$,$$9.99-.
                     05 FILLER      PIC X(4)  VALUE ' NET'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           IF NPENDINGCNT = 0
              PERFORM 200-LOAD-LOOP UNTIL XINVEOF = 'Y'
              PERFORM 250-WRITE-ONE VARYING NKEYSUB FROM 1 BY 1
                 UNTIL NKEYSUB > NKEYCNT
           END-IF.
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'AR-trans.txt' TO XTRANSFILENAME.
           ACCEPT XTRANSFILENAME FROM ENVIRONMENT 'AR_TRANS_FILE'
              ON EXCEPTION
                 MOVE 'AR-trans.txt' TO XTRANSFILENAME
           END-ACCEPT.
           MOVE 'ARInvoices.txt' TO XINVFILENAME.
           ACCEPT XINVFILENAME FROM ENVIRONMENT 'AR_INVOICE_FILE'
              ON EXCEPTION
                 MOVE 'ARInvoices.txt' TO XINVFILENAME
           END-ACCEPT.
           PERFORM 110-CHECK-PENDING.
           IF NPENDINGCNT > 0
              DISPLAY NPENDINGCNT ' REVALUATION(S) ALREADY WAITING IN '
                 'THE AR TRANSACTIONS - RUN AR-POST FIRST'
              MOVE 'FAILED' TO XEOJCODE
           ELSE
              OPEN EXTEND TRANSFILE
              IF XTRANSSTATUS NOT = "00"
                 OPEN OUTPUT TRANSFILE
              END-IF
              OPEN INPUT INVFILE
              OPEN OUTPUT REGFILE
              MOVE nRunDate TO NEREGDATE
              MOVE XREGHEADING TO XREGLINE
              WRITE XREGLINE BEFORE ADVANCING 1 LINE
              MOVE XREGCOLUMNS TO XREGLINE
              WRITE XREGLINE BEFORE ADVANCING 1 LINE
           END-IF.

       110-CHECK-PENDING. *> X transactions from an earlier run that
          *> AR-POST has not taken yet
           OPEN INPUT TRANSFILE.
           IF XTRANSSTATUS = "00"
              PERFORM 115-READ-PENDING UNTIL XTRANSEOF = 'Y'
              CLOSE TRANSFILE
           END-IF.

       115-READ-PENDING.
           READ TRANSFILE
              AT END
                 MOVE 'Y' TO XTRANSEOF,
              NOT AT END
                 IF XTRTYPEOUT = 'X'
                    ADD 1 TO NPENDINGCNT
                 END-IF,
           END-READ.

       200-LOAD-LOOP.
           READ INVFILE
              AT END
                 MOVE 'Y' TO XINVEOF,
              NOT AT END
                 PERFORM 210-TAKE-LINE,
           END-READ.

       210-TAKE-LINE. *> only foreign lines still carrying dollars -
          *> the same lines AR-POST restates
           IF XINVCURIN NOT = SPACES AND XINVCURIN NOT = 'USD'
              AND NINVOPENIN NUMERIC AND NINVOPENIN > 0
              AND NINVFXOPENIN NUMERIC AND NINVFXRATEIN NUMERIC
              PERFORM 220-FIND-KEY
              IF NKEYSUB > 0
                 ADD NINVFXOPENIN TO NKEYFXOPEN(NKEYSUB)
                 ADD NINVOPENIN TO NKEYOLDOPEN(NKEYSUB)
                 CALL "currencyRateFor" USING XINVCURIN nRunDate
                    NFXRATE XFXFOUND
                 IF XFXFOUND = 'Y'
                    COMPUTE NNEWOPEN ROUNDED = NINVFXOPENIN / NFXRATE
                       ON SIZE ERROR
                          MOVE NINVOPENIN TO NNEWOPEN
                    END-COMPUTE
                    COMPUTE NKEYDIFF(NKEYSUB) = NKEYDIFF(NKEYSUB)
                       + NNEWOPEN - NINVOPENIN
                 END-IF
              END-IF
           END-IF.

       220-FIND-KEY. *> NKEYSUB = the invoice's entry, added on first
          *> sight; 0 when the table is full
           MOVE 0 TO NKEYSUB.
           PERFORM VARYING NKEYSUB FROM 1 BY 1
              UNTIL NKEYSUB > NKEYCNT
              IF NKEYCUST(NKEYSUB) = NINVCUSTIN
                 AND NKEYINV(NKEYSUB) = NINVNUMIN
                 AND XKEYCUR(NKEYSUB) = XINVCURIN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NKEYSUB > NKEYCNT
              IF NKEYCNT < 500
                 ADD 1 TO NKEYCNT
                 MOVE NKEYCNT TO NKEYSUB
                 MOVE NINVCUSTIN TO NKEYCUST(NKEYSUB)
                 MOVE NINVNUMIN TO NKEYINV(NKEYSUB)
                 MOVE XINVCURIN TO XKEYCUR(NKEYSUB)
                 MOVE NINVFXRATEIN TO NKEYOLDRATE(NKEYSUB)
                 MOVE 0 TO NKEYFXOPEN(NKEYSUB), NKEYOLDOPEN(NKEYSUB),
                    NKEYDIFF(NKEYSUB)
              ELSE
                 DISPLAY 'REVALUATION TABLE FULL - INVOICE '
                    NINVNUMIN ' NOT RESTATED'
                 MOVE 'WARNING' TO XEOJCODE
                 MOVE 0 TO NKEYSUB
              END-IF
           END-IF.

       250-WRITE-ONE. *> one posting transaction plus one register
          *> line per invoice whose dollars change
           CALL "currencyRateFor" USING XKEYCUR(NKEYSUB) nRunDate
              NFXRATE XFXFOUND.
           IF XFXFOUND = 'N'
              MOVE NKEYCUST(NKEYSUB) TO NENRCUST
              MOVE NKEYINV(NKEYSUB) TO NENRINV
              MOVE XKEYCUR(NKEYSUB) TO XNRCUR
              MOVE XREGNORATE TO XREGLINE
              WRITE XREGLINE BEFORE ADVANCING 1 LINE
              ADD 1 TO NNORATECNT
              MOVE 'WARNING' TO XEOJCODE
           ELSE
              IF NKEYDIFF(NKEYSUB) NOT = 0
                 MOVE NKEYCUST(NKEYSUB) TO NTRCUSTOUT
                 MOVE 'X' TO XTRTYPEOUT
                 MOVE nRunDate TO NTRDATEOUT
                 MOVE NKEYINV(NKEYSUB) TO NTRINVOUT
                 IF NKEYDIFF(NKEYSUB) > 0
                    MOVE NKEYDIFF(NKEYSUB) TO NTRAMTOUT
                    MOVE 'GN' TO XTRREASONOUT
                    ADD NKEYDIFF(NKEYSUB) TO NGAINTOT
                 ELSE
                    COMPUTE NTRAMTOUT = 0 - NKEYDIFF(NKEYSUB)
                    MOVE 'LS' TO XTRREASONOUT
                    SUBTRACT NKEYDIFF(NKEYSUB) FROM NLOSSTOT
                 END-IF
                 MOVE SPACES TO XTRAPPROVOUT
                 MOVE XKEYCUR(NKEYSUB) TO XTRCUROUT
                 MOVE NKEYFXOPEN(NKEYSUB) TO NTRFXAMTOUT
                 WRITE XTRANSOUT
                 ADD 1 TO NREVALCNT
                 ADD NKEYDIFF(NKEYSUB) TO NNETTOT
                 MOVE NKEYCUST(NKEYSUB) TO NEREGCUST
                 MOVE NKEYINV(NKEYSUB) TO NEREGINV
                 MOVE XKEYCUR(NKEYSUB) TO XREGCUR
                 MOVE NKEYFXOPEN(NKEYSUB) TO NEREGFXOPEN
                 MOVE NKEYOLDRATE(NKEYSUB) TO NEREGOLDRATE
                 MOVE NFXRATE TO NEREGNEWRATE
                 MOVE NKEYOLDOPEN(NKEYSUB) TO NEREGOLDOPEN
                 COMPUTE NEREGNEWOPEN =
                    NKEYOLDOPEN(NKEYSUB) + NKEYDIFF(NKEYSUB)
                 MOVE NKEYDIFF(NKEYSUB) TO NEREGDIFF
                 MOVE XREGDETAIL TO XREGLINE
                 WRITE XREGLINE BEFORE ADVANCING 1 LINE
              END-IF
           END-IF.

       300-TERMINATE.
           IF NPENDINGCNT = 0
              CLOSE INVFILE
              CLOSE TRANSFILE
              MOVE NREVALCNT TO NEREGCNT
              MOVE NGAINTOT TO NEREGGAIN
              MOVE NLOSSTOT TO NEREGLOSS
              MOVE NNETTOT TO NEREGNET
              MOVE XREGTOTAL TO XREGLINE
              WRITE XREGLINE BEFORE ADVANCING 1 LINE
              CLOSE REGFILE
              MOVE NNETTOT TO NENETTOT
              DISPLAY NREVALCNT ' INVOICE(S) RESTATED, NET EXCHANGE '
                 'GAIN/LOSS ' NENETTOT ' - SEE AR-reval-register.txt'
              IF NNORATECNT > 0
                 DISPLAY NNORATECNT ' INVOICE(S) WITH NO RATE ON FILE '
                    'FOR THE DATE LEFT AT THEIR OLD RATE'
              END-IF
           END-IF.
           MOVE NNETTOT TO NENETTOT.
           STRING "restated=" DELIMITED BY SIZE
              NREVALCNT DELIMITED BY SIZE
              " net=" DELIMITED BY SIZE
              NENETTOT DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
