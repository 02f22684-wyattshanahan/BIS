       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-LOCKBOX.
       AUTHOR. WYATT SHANAHAN.

      *> Bank lockbox import in front of AR-POST - the day's mailed-
      *> in checks arrive from the bank instead of being keyed
      *> through AR-BATCH. The lockbox file (AR_LOCKBOX_FILE,
      *> default ARLockbox.txt) is an H header (deposit date and the
      *> bank's batch id), one D line per check (customer number as
      *> written on the remittance, check number, amount, and up to
      *> five invoice numbers) and a T trailer with the bank's item
      *> count and total. Nothing is imported unless the D lines
      *> foot to the trailer - the same prove-it rule AR-BATCH holds
      *> the deposit slip to - and a batch id already imported is
      *> refused, so a file fetched twice cannot post twice.
      *>
      *> Each check is matched to the open items on ARInvoices.txt:
      *> every invoice named on the remittance first (all lines of
      *> it - a taxed invoice carries its tax as a second line),
      *> then, for whatever is left, an open invoice of that
      *> customer whose open amount is exactly the remainder. A
      *> remittance with no customer number takes the customer of
      *> the first invoice it names. Every application becomes a P
      *> payment on AR-trans.txt referencing its invoice, which is
      *> how AR-POST applies it. Cash that matches nothing is not
      *> guessed at: it goes to AR-lockbox-unapplied.txt with the
      *> reason, to be worked by hand and keyed through AR-BATCH.
      *> Payments already waiting on AR-trans.txt are netted off the
      *> open amounts first, so the same invoice is not paid twice
      *> before AR-POST runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL LOCKBOXFILE ASSIGN TO DYNAMIC
              XLOCKBOXFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XLOCKBOXSTATUS.
           SELECT OPTIONAL TRANSFILE ASSIGN TO DYNAMIC XTRANSFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XTRANSSTATUS.
           SELECT OPTIONAL INVFILE ASSIGN TO DYNAMIC XINVFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XINVSTATUS.
           SELECT OPTIONAL LBXLOGFILE ASSIGN TO "ARLockbox-imported.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XLBXLOGSTATUS.
           SELECT UNAPPFILE ASSIGN TO "AR-lockbox-unapplied.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "AR-lockbox-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LOCKBOXFILE. *> the bank's daily lockbox transmission
       01 XLBXHEADREC.
              05 XLBXHDRTYPE       PIC X. *> H
              05 NLBXHDRDATE       PIC 9(8). *> deposit date
              05 XLBXHDRBATCH      PIC X(10). *> bank's batch id
       01 XLBXDETAILREC.
              05 XLBXDTLTYPE       PIC X. *> D
              05 NLBXCUSTIN        PIC 9(5). *> 0 = NOT WRITTEN ON
              *> THE REMITTANCE
              05 XLBXCHECKIN       PIC X(10).
              05 NLBXAMTIN         PIC 9(5)V99.
              05 NLBXINVIN         PIC 9(6) OCCURS 5 TIMES.
       01 XLBXTRAILREC.
              05 XLBXTRLTYPE       PIC X. *> T
              05 NLBXTRLCOUNT      PIC 9(5).
              05 NLBXTRLTOTAL      PIC 9(7)V99.

       FD TRANSFILE. *> AR-POST's transaction layout
       01 XTRANSREC.
              05 NTRCUST           PIC 9(5).
              05 XTRTYPE           PIC X. *> P = PAYMENT
              05 NTRAMT            PIC 9(5)V99.
              05 NTRDATE           PIC 9(8).
              05 NTRINV            PIC 9(6).
              05 XTRREASON         PIC XX.
              05 XTRAPPROV         PIC X(8).

       FD INVFILE. *> the open-item detail AR-POST maintains
       01 XINVREC.
              05 NINVCUSTIN        PIC 9(5).
              05 NINVNUMIN         PIC 9(6).
              05 NINVDATEIN        PIC 9(8).
              05 NINVAMTIN         PIC 9(5)V99.
              05 NINVOPENIN        PIC 9(5)V99.
              05 XINVLINEIN        PIC X.

       FD LBXLOGFILE. *> one line per lockbox batch imported
       01 XLBXLOGREC.
              05 NLOGDATE          PIC 9(8).
              05 XLOGBATCH         PIC X(10).
              05 NLOGRUNDATE       PIC 9(8).
              05 NLOGCOUNT         PIC 9(5).
              05 NLOGTOTAL         PIC 9(7)V99.

       FD UNAPPFILE.
       01 XUNAPPLINE            PIC X(100).

       FD RPTFILE.
       01 XRPTLINE              PIC X(80).

       WORKING-STORAGE SECTION.
              77 XLOCKBOXFILENAME PIC X(100).
              77 XLOCKBOXSTATUS PIC XX. *> OPTIONAL - no file means
              *> the bank sent nothing today
              77 XTRANSFILENAME PIC X(100).
              77 XTRANSSTATUS   PIC XX.
              77 XINVFILENAME   PIC X(100).
              77 XINVSTATUS     PIC XX.
              77 XLBXLOGSTATUS  PIC XX.
              77 XLOCKBOXEOF    PIC X        VALUE 'N'.
              77 XTRANSEOF      PIC X        VALUE 'N'.
              77 XINVEOF        PIC X        VALUE 'N'.
              77 XLBXLOGEOF     PIC X        VALUE 'N'.
              77 XBADFILE       PIC X        VALUE 'N'.
              77 XBADREASON     PIC X(50)    VALUE SPACES.
              77 XHEADERSEEN    PIC X        VALUE 'N'.
              77 XTRAILERSEEN   PIC X        VALUE 'N'.
              77 NDEPDATE       PIC 9(8)     VALUE 0.
              77 XDEPBATCH      PIC X(10)    VALUE SPACES.
              77 NTRLCOUNT      PIC 9(5)     VALUE 0.
              77 NTRLTOTAL      PIC 9(7)V99  VALUE 0.
              77 NLBXCNT        PIC 9(4)     VALUE 0.
              77 NLBXSUB        PIC 9(4)     VALUE 0.
              77 NLBXTOTAL      PIC 9(7)V99  VALUE 0.
              77 NREFSUB        PIC 9        VALUE 0.
              77 NINVCNT        PIC 9(4)     VALUE 0.
              77 NINVSUB        PIC 9(4)     VALUE 0.
              77 NINVSUB2       PIC 9(4)     VALUE 0.
              77 NMATCHCUST     PIC 9(5)     VALUE 0.
              77 NMATCHINV      PIC 9(6)     VALUE 0.
              77 NOPENSUM       PIC 9(6)V99  VALUE 0.
              77 NREMAIN        PIC 9(5)V99  VALUE 0.
              77 NAPPLYAMT      PIC 9(5)V99  VALUE 0.
              77 NREDUCEAMT     PIC 9(5)V99  VALUE 0.
              77 NLINEAMT       PIC 9(5)V99  VALUE 0.
              77 NOTHERCUST     PIC 9(5)     VALUE 0.
              77 XMATCHVIA      PIC X(8)     VALUE SPACES.
              77 XUNAPPREASON   PIC X(36)    VALUE SPACES.
              77 NPAYCNT        PIC 9(4)     VALUE 0.
              77 NAPPLIEDTOT    PIC 9(7)V99  VALUE 0.
              77 NUNAPPCNT      PIC 9(4)     VALUE 0.
              77 NUNAPPTOT      PIC 9(7)V99  VALUE 0.
              77 NEAMT          PIC $$,$$$,$$9.99.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AR-LOCKBOX".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              COPY "rundate-ws.cbl".

              01 XLBXTABLE. *> the proved lockbox detail
                     05 XLBXELEMENT OCCURS 500 TIMES.
                            10 NTBLLBXCUST  PIC 9(5).
                            10 XTBLLBXCHECK PIC X(10).
                            10 NTBLLBXAMT   PIC 9(5)V99.
                            10 NTBLLBXINV   PIC 9(6) OCCURS 5 TIMES.

              01 XINVTABLE.
                     05 XINVELEMENT OCCURS 500 TIMES.
                            10 NINVCUSTTBL PIC 9(5).
                            10 NINVNUMTBL  PIC 9(6).
                            10 NINVOPENTBL PIC 9(5)V99.

              01 XRPTHEAD.
                     05 FILLER      PIC X(22) VALUE
                        'LOCKBOX IMPORT - BATCH'.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEHEADBATCH PIC X(10).
                     05 FILLER      PIC X(10) VALUE ' DEPOSITED'.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEHEADDATE  PIC 9999/99/99.

              01 XRPTCOLHEAD.
                     05 FILLER      PIC X(30) VALUE
                        'CHECK      CUST   CHECK AMT   '.
                     05 FILLER      PIC X(30) VALUE
                        'APPLIED TO VIA          AMOUNT'.

              01 XRPTDETAIL.
                     05 XECHECK     PIC X(10).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NECUST      PIC 9(5).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NECHKAMT    PIC $$$,$$9.99.
                     05 FILLER      PIC X(3)  VALUE SPACES.
                     05 XEAPPLTO    PIC X(10).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEVIA       PIC X(8).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEAPPLAMT   PIC $$$,$$9.99.
                     05 FILLER      PIC X(20) VALUE SPACES.

              01 NEINVED        PIC 9(6).

              01 XUNAPPDETAIL.
                     05 NEUADATE    PIC 9(8).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEUABATCH   PIC X(10).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEUACHECK   PIC X(10).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEUACUST    PIC 9(5).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEUAAMT     PIC $$$,$$9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEUAREASON  PIC X(36).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEUAINVS    PIC X(15).

              01 XRPTRULE       PIC X(68)    VALUE ALL '-'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 110-PROVE-LOCKBOX.
           PERFORM 130-CHECK-IMPORTED.
           PERFORM 140-LOAD-INVOICES.
           PERFORM 150-NET-PENDING.
           PERFORM 200-APPLY-ALL.
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'ARLockbox.txt' TO XLOCKBOXFILENAME.
           ACCEPT XLOCKBOXFILENAME FROM ENVIRONMENT 'AR_LOCKBOX_FILE'
              ON EXCEPTION
                 MOVE 'ARLockbox.txt' TO XLOCKBOXFILENAME
           END-ACCEPT.
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

       110-PROVE-LOCKBOX. *> the whole file is read and footed
          *> before anything is written
           OPEN INPUT LOCKBOXFILE.
           IF XLOCKBOXSTATUS NOT = '00'
              CLOSE LOCKBOXFILE
              DISPLAY 'NO LOCKBOX FILE ('
                 FUNCTION TRIM(XLOCKBOXFILENAME) ') - NOTHING TO '
                 'IMPORT.'
              MOVE "no lockbox file" TO XAUDITDETAIL
              MOVE "WARNING" TO XEOJCODE
              PERFORM 350-END-OF-JOB
              STOP RUN
           END-IF.
           PERFORM 111-READ-LOCKBOX
              UNTIL XLOCKBOXEOF = 'Y' OR XBADFILE = 'Y'.
           CLOSE LOCKBOXFILE.
           IF XBADFILE = 'N'
              EVALUATE TRUE
                 WHEN XHEADERSEEN = 'N'
                    MOVE 'Y' TO XBADFILE
                    MOVE 'NO H HEADER RECORD' TO XBADREASON
                 WHEN XTRAILERSEEN = 'N'
                    MOVE 'Y' TO XBADFILE
                    MOVE 'NO T TRAILER RECORD' TO XBADREASON
                 WHEN NLBXCNT NOT = NTRLCOUNT
                    MOVE 'Y' TO XBADFILE
                    MOVE 'ITEM COUNT DOES NOT MATCH THE TRAILER'
                       TO XBADREASON
                 WHEN NLBXTOTAL NOT = NTRLTOTAL
                    MOVE 'Y' TO XBADFILE
                    MOVE 'DOLLAR TOTAL DOES NOT MATCH THE TRAILER'
                       TO XBADREASON
              END-EVALUATE
           END-IF.
           IF XBADFILE = 'Y'
              MOVE NLBXTOTAL TO NEAMT
              DISPLAY 'LOCKBOX FILE REJECTED - '
              FUNCTION TRIM(XBADREASON)
              DISPLAY 'DETAIL READ: ' NLBXCNT ' ITEM(S) FOR ' NEAMT
              MOVE NTRLTOTAL TO NEAMT
              DISPLAY 'TRAILER SAYS: ' NTRLCOUNT ' ITEM(S) FOR ' NEAMT
              DISPLAY 'NOTHING IMPORTED - GET A CORRECTED FILE FROM '
                 'THE BANK.'
              STRING "refused - " DELIMITED BY SIZE
                 XBADREASON DELIMITED BY SIZE
                 INTO XAUDITDETAIL
                 ON OVERFLOW CONTINUE
              END-STRING
              MOVE "FAILED" TO XEOJCODE
              PERFORM 350-END-OF-JOB
              STOP RUN
           END-IF.

       111-READ-LOCKBOX.
           READ LOCKBOXFILE
              AT END
                 MOVE 'Y' TO XLOCKBOXEOF,
              NOT AT END
                 PERFORM 115-CHECK-RECORD,
           END-READ.

       115-CHECK-RECORD. *> H first, D lines, T last
           IF XTRAILERSEEN = 'Y'
              MOVE 'Y' TO XBADFILE
              MOVE 'RECORDS AFTER THE T TRAILER' TO XBADREASON
           ELSE
              EVALUATE XLBXHDRTYPE
                 WHEN 'H'
                    IF XHEADERSEEN = 'Y'
                       MOVE 'Y' TO XBADFILE
                       MOVE 'MORE THAN ONE H HEADER' TO XBADREASON
                    ELSE
                       MOVE 'Y' TO XHEADERSEEN
                       MOVE NLBXHDRDATE TO NDEPDATE
                       MOVE XLBXHDRBATCH TO XDEPBATCH
                    END-IF
                 WHEN 'D'
                    PERFORM 120-KEEP-DETAIL
                 WHEN 'T'
                    MOVE 'Y' TO XTRAILERSEEN
                    IF NLBXTRLCOUNT NUMERIC AND NLBXTRLTOTAL NUMERIC
                       MOVE NLBXTRLCOUNT TO NTRLCOUNT
                       MOVE NLBXTRLTOTAL TO NTRLTOTAL
                    ELSE
                       MOVE 'Y' TO XBADFILE
                       MOVE 'TRAILER TOTALS ARE NOT NUMERIC'
                          TO XBADREASON
                    END-IF
                 WHEN OTHER
                    MOVE 'Y' TO XBADFILE
                    MOVE 'UNKNOWN RECORD TYPE' TO XBADREASON
              END-EVALUATE
           END-IF.

       120-KEEP-DETAIL.
           IF XHEADERSEEN = 'N'
              MOVE 'Y' TO XBADFILE
              MOVE 'D RECORD BEFORE THE H HEADER' TO XBADREASON
           ELSE
              IF NLBXCUSTIN NOT NUMERIC OR NLBXAMTIN NOT NUMERIC
                 MOVE 'Y' TO XBADFILE
                 MOVE 'D RECORD WITH A NON-NUMERIC AMOUNT'
                    TO XBADREASON
              ELSE
                 IF NLBXCNT < 500
                    ADD 1 TO NLBXCNT
                    MOVE NLBXCUSTIN  TO NTBLLBXCUST(NLBXCNT)
                    MOVE XLBXCHECKIN TO XTBLLBXCHECK(NLBXCNT)
                    MOVE NLBXAMTIN   TO NTBLLBXAMT(NLBXCNT)
                    PERFORM VARYING NREFSUB FROM 1 BY 1
                       UNTIL NREFSUB > 5
                       IF NLBXINVIN(NREFSUB) NUMERIC
                          MOVE NLBXINVIN(NREFSUB)
                             TO NTBLLBXINV(NLBXCNT, NREFSUB)
                       ELSE
                          MOVE 0 TO NTBLLBXINV(NLBXCNT, NREFSUB)
                       END-IF
                    END-PERFORM
                    ADD NLBXAMTIN TO NLBXTOTAL
                 ELSE
                    MOVE 'Y' TO XBADFILE
                    MOVE 'MORE THAN 500 ITEMS IN ONE BATCH'
                       TO XBADREASON
                 END-IF
              END-IF
           END-IF.

       130-CHECK-IMPORTED. *> a batch id goes in exactly once
           OPEN INPUT LBXLOGFILE.
           IF XLBXLOGSTATUS = '00'
              PERFORM 131-READ-LOG UNTIL XLBXLOGEOF = 'Y'
           END-IF.
           CLOSE LBXLOGFILE.

       131-READ-LOG.
           READ LBXLOGFILE
              AT END
                 MOVE 'Y' TO XLBXLOGEOF,
              NOT AT END
                 IF NLOGDATE = NDEPDATE AND XLOGBATCH = XDEPBATCH
                    DISPLAY 'LOCKBOX BATCH ' FUNCTION TRIM(XDEPBATCH)
                       ' OF '
                       NDEPDATE ' WAS ALREADY IMPORTED ON '
                       NLOGRUNDATE ' - NOTHING IMPORTED.'
                    CLOSE LBXLOGFILE
                    MOVE "refused - batch already imported"
                       TO XAUDITDETAIL
                    MOVE "FAILED" TO XEOJCODE
                    PERFORM 350-END-OF-JOB
                    STOP RUN
                 END-IF,
           END-READ.

       140-LOAD-INVOICES. *> INVFILE is OPTIONAL - with no open
          *> items every check goes to the unapplied list
           OPEN INPUT INVFILE.
           IF XINVSTATUS = '00'
              PERFORM 141-READ-INVOICE UNTIL XINVEOF = 'Y'
           END-IF.
           CLOSE INVFILE.

       141-READ-INVOICE.
           READ INVFILE
              AT END
                 MOVE 'Y' TO XINVEOF,
              NOT AT END
                 IF NINVCNT < 500
                    ADD 1 TO NINVCNT
                    MOVE NINVCUSTIN TO NINVCUSTTBL(NINVCNT)
                    MOVE NINVNUMIN  TO NINVNUMTBL(NINVCNT)
                    MOVE NINVOPENIN TO NINVOPENTBL(NINVCNT)
                 END-IF,
           END-READ.

       150-NET-PENDING. *> payments keyed or imported earlier and
          *> not yet posted already spoke for part of the open items
           OPEN INPUT TRANSFILE.
           IF XTRANSSTATUS = '00'
              PERFORM 151-READ-PENDING UNTIL XTRANSEOF = 'Y'
           END-IF.
           CLOSE TRANSFILE.

       151-READ-PENDING.
           READ TRANSFILE
              AT END
                 MOVE 'Y' TO XTRANSEOF,
              NOT AT END
                 IF XTRTYPE = 'P' AND NTRINV > 0
                    MOVE NTRCUST TO NMATCHCUST
                    MOVE NTRINV TO NMATCHINV
                    MOVE NTRAMT TO NREDUCEAMT
                    PERFORM 260-REDUCE-INVOICE
                 END-IF,
           END-READ.

       200-APPLY-ALL.
           OPEN OUTPUT RPTFILE.
           OPEN OUTPUT UNAPPFILE.
           MOVE XDEPBATCH TO XEHEADBATCH.
           MOVE NDEPDATE TO NEHEADDATE.
           MOVE XRPTHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTCOLHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTRULE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           OPEN EXTEND TRANSFILE.
           IF XTRANSSTATUS NOT = "00"
              OPEN OUTPUT TRANSFILE
           END-IF.
           PERFORM 210-APPLY-CHECK
              VARYING NLBXSUB FROM 1 BY 1 UNTIL NLBXSUB > NLBXCNT.
           CLOSE TRANSFILE.
           CLOSE UNAPPFILE.

       210-APPLY-CHECK. *> named invoices, then an exact amount,
          *> then the unapplied list
           MOVE NTBLLBXAMT(NLBXSUB) TO NREMAIN.
           MOVE SPACES TO XUNAPPREASON.
           MOVE XTBLLBXCHECK(NLBXSUB) TO XECHECK.
           MOVE NTBLLBXCUST(NLBXSUB) TO NECUST.
           MOVE NTBLLBXAMT(NLBXSUB) TO NECHKAMT.
           PERFORM VARYING NREFSUB FROM 1 BY 1
              UNTIL NREFSUB > 5 OR NREMAIN = 0
              IF NTBLLBXINV(NLBXSUB, NREFSUB) > 0
                 PERFORM 220-APPLY-NAMED
              END-IF
           END-PERFORM.
           IF NREMAIN > 0 AND NTBLLBXCUST(NLBXSUB) > 0
              PERFORM 230-APPLY-EXACT
           END-IF.
           IF NREMAIN > 0
              PERFORM 250-UNAPPLIED
           END-IF.

       220-APPLY-NAMED. *> every line of the invoice, this customer
           MOVE NTBLLBXINV(NLBXSUB, NREFSUB) TO NMATCHINV.
           MOVE 0 TO NOPENSUM, NOTHERCUST.
           PERFORM VARYING NINVSUB FROM 1 BY 1
              UNTIL NINVSUB > NINVCNT
              IF NINVNUMTBL(NINVSUB) = NMATCHINV
                 IF NTBLLBXCUST(NLBXSUB) = 0
                    MOVE NINVCUSTTBL(NINVSUB) TO NTBLLBXCUST(NLBXSUB)
                    MOVE NINVCUSTTBL(NINVSUB) TO NECUST
                 END-IF
                 IF NINVCUSTTBL(NINVSUB) = NTBLLBXCUST(NLBXSUB)
                    ADD NINVOPENTBL(NINVSUB) TO NOPENSUM
                 ELSE
                    MOVE NINVCUSTTBL(NINVSUB) TO NOTHERCUST
                 END-IF
              END-IF
           END-PERFORM.
           IF NOPENSUM > 0
              IF NOPENSUM < NREMAIN
                 MOVE NOPENSUM TO NAPPLYAMT
              ELSE
                 MOVE NREMAIN TO NAPPLYAMT
              END-IF
              MOVE 'INVOICE ' TO XMATCHVIA
              PERFORM 240-WRITE-PAYMENT
           ELSE
              IF NOTHERCUST > 0
                 MOVE 'INVOICE ON FILE FOR ANOTHER CUSTOMER'
                    TO XUNAPPREASON
              ELSE
                 MOVE 'NAMED INVOICE NOT OPEN' TO XUNAPPREASON
              END-IF
           END-IF.

       230-APPLY-EXACT. *> an open invoice for exactly what is left
           MOVE 0 TO NMATCHINV.
           PERFORM VARYING NINVSUB FROM 1 BY 1
              UNTIL NINVSUB > NINVCNT OR NMATCHINV > 0
              IF NINVCUSTTBL(NINVSUB) = NTBLLBXCUST(NLBXSUB)
                 AND NINVOPENTBL(NINVSUB) > 0
                 MOVE 0 TO NOPENSUM
                 PERFORM VARYING NINVSUB2 FROM 1 BY 1
                    UNTIL NINVSUB2 > NINVCNT
                    IF NINVCUSTTBL(NINVSUB2) = NTBLLBXCUST(NLBXSUB)
                       AND NINVNUMTBL(NINVSUB2) = NINVNUMTBL(NINVSUB)
                       ADD NINVOPENTBL(NINVSUB2) TO NOPENSUM
                    END-IF
                 END-PERFORM
                 IF NOPENSUM = NREMAIN
                    MOVE NINVNUMTBL(NINVSUB) TO NMATCHINV
                 END-IF
              END-IF
           END-PERFORM.
           IF NMATCHINV > 0
              MOVE NREMAIN TO NAPPLYAMT
              MOVE 'AMOUNT  ' TO XMATCHVIA
              PERFORM 240-WRITE-PAYMENT
           ELSE
              IF XUNAPPREASON = SPACES
                 MOVE 'NO OPEN INVOICE FOR THE AMOUNT'
                    TO XUNAPPREASON
              END-IF
           END-IF.

       240-WRITE-PAYMENT. *> one P per invoice paid, referencing it
           MOVE NTBLLBXCUST(NLBXSUB) TO NTRCUST.
           MOVE 'P' TO XTRTYPE.
           MOVE NAPPLYAMT TO NTRAMT.
           MOVE NDEPDATE TO NTRDATE.
           MOVE NMATCHINV TO NTRINV.
           MOVE SPACES TO XTRREASON, XTRAPPROV.
           WRITE XTRANSREC.
           ADD 1 TO NPAYCNT.
           ADD NAPPLYAMT TO NAPPLIEDTOT.
           SUBTRACT NAPPLYAMT FROM NREMAIN.
           MOVE NTBLLBXCUST(NLBXSUB) TO NMATCHCUST.
           MOVE NAPPLYAMT TO NREDUCEAMT.
           PERFORM 260-REDUCE-INVOICE.
           MOVE NMATCHINV TO NEINVED.
           MOVE NEINVED TO XEAPPLTO.
           MOVE XMATCHVIA TO XEVIA.
           MOVE NAPPLYAMT TO NEAPPLAMT.
           PERFORM 270-WRITE-DETAIL.

       250-UNAPPLIED. *> left for someone to work by hand
           ADD 1 TO NUNAPPCNT.
           ADD NREMAIN TO NUNAPPTOT.
           MOVE 'UNAPPLIED' TO XEAPPLTO.
           MOVE SPACES TO XEVIA.
           MOVE NREMAIN TO NEAPPLAMT.
           PERFORM 270-WRITE-DETAIL.
           MOVE NDEPDATE TO NEUADATE.
           MOVE XDEPBATCH TO XEUABATCH.
           MOVE XTBLLBXCHECK(NLBXSUB) TO XEUACHECK.
           MOVE NTBLLBXCUST(NLBXSUB) TO NEUACUST.
           MOVE NREMAIN TO NEUAAMT.
           IF NTBLLBXCUST(NLBXSUB) = 0 AND XUNAPPREASON = SPACES
              MOVE 'NO CUSTOMER OR INVOICE ON REMITTANCE'
                 TO XUNAPPREASON
           END-IF.
           MOVE XUNAPPREASON TO XEUAREASON.
           MOVE SPACES TO XEUAINVS.
           IF NTBLLBXINV(NLBXSUB, 1) > 0
              MOVE NTBLLBXINV(NLBXSUB, 1) TO NEINVED
              MOVE NEINVED TO XEUAINVS(1:6)
           END-IF.
           IF NTBLLBXINV(NLBXSUB, 2) > 0
              MOVE NTBLLBXINV(NLBXSUB, 2) TO NEINVED
              MOVE NEINVED TO XEUAINVS(8:6)
           END-IF.
           MOVE XUNAPPDETAIL TO XUNAPPLINE.
           WRITE XUNAPPLINE.

       260-REDUCE-INVOICE. *> take an amount off an invoice's open
          *> lines, charge line first as they sit on the file
           PERFORM VARYING NINVSUB FROM 1 BY 1
              UNTIL NINVSUB > NINVCNT OR NREDUCEAMT = 0
              IF NINVCUSTTBL(NINVSUB) = NMATCHCUST
                 AND NINVNUMTBL(NINVSUB) = NMATCHINV
                 AND NINVOPENTBL(NINVSUB) > 0
                 IF NINVOPENTBL(NINVSUB) < NREDUCEAMT
                    MOVE NINVOPENTBL(NINVSUB) TO NLINEAMT
                 ELSE
                    MOVE NREDUCEAMT TO NLINEAMT
                 END-IF
                 SUBTRACT NLINEAMT FROM NINVOPENTBL(NINVSUB)
                 SUBTRACT NLINEAMT FROM NREDUCEAMT
              END-IF
           END-PERFORM.

       270-WRITE-DETAIL.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTDETAIL(1:27). *> the check prints
           *> once, on its first line

       300-TERMINATE.
           MOVE XRPTRULE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           MOVE NLBXTOTAL TO NEAMT.
           STRING 'DEPOSIT   ' DELIMITED BY SIZE
              NLBXCNT DELIMITED BY SIZE
              ' CHECK(S)  ' DELIMITED BY SIZE
              NEAMT DELIMITED BY SIZE
              INTO XRPTLINE
           END-STRING.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           MOVE NAPPLIEDTOT TO NEAMT.
           STRING 'APPLIED   ' DELIMITED BY SIZE
              NPAYCNT DELIMITED BY SIZE
              ' PAYMENT(S)' DELIMITED BY SIZE
              NEAMT DELIMITED BY SIZE
              INTO XRPTLINE
           END-STRING.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           MOVE NUNAPPTOT TO NEAMT.
           STRING 'UNAPPLIED ' DELIMITED BY SIZE
              NUNAPPCNT DELIMITED BY SIZE
              ' CHECK(S)  ' DELIMITED BY SIZE
              NEAMT DELIMITED BY SIZE
              INTO XRPTLINE
           END-STRING.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           OPEN EXTEND LBXLOGFILE.
           IF XLBXLOGSTATUS NOT = '00'
              OPEN OUTPUT LBXLOGFILE
           END-IF.
           MOVE NDEPDATE TO NLOGDATE.
           MOVE XDEPBATCH TO XLOGBATCH.
           MOVE nRunDate TO NLOGRUNDATE.
           MOVE NLBXCNT TO NLOGCOUNT.
           MOVE NLBXTOTAL TO NLOGTOTAL.
           WRITE XLBXLOGREC.
           CLOSE LBXLOGFILE.
           MOVE NAPPLIEDTOT TO NEAMT.
           DISPLAY 'LOCKBOX ' FUNCTION TRIM(XDEPBATCH) ': ' NPAYCNT
              ' PAYMENT(S) WRITTEN FOR ' NEAMT
              ' - SEE AR-lockbox-register.txt'.
           IF NUNAPPCNT > 0
              MOVE NUNAPPTOT TO NEAMT
              DISPLAY NUNAPPCNT ' CHECK(S) LEAVE ' NEAMT
                 ' UNAPPLIED - WORK AR-lockbox-unapplied.txt'
              MOVE 'WARNING' TO XEOJCODE
           END-IF.
           STRING "batch=" DELIMITED BY SIZE
              XDEPBATCH DELIMITED BY SPACE
              " checks=" DELIMITED BY SIZE
              NLBXCNT DELIMITED BY SIZE
              " payments=" DELIMITED BY SIZE
              NPAYCNT DELIMITED BY SIZE
              " unapplied=" DELIMITED BY SIZE
              NUNAPPCNT DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.
           PERFORM 350-END-OF-JOB.

       350-END-OF-JOB.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
