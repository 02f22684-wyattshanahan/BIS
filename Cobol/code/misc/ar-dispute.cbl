       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DISPUTE.
       AUTHOR. WYATT SHANAHAN.

      *> Invoice dispute tracking. A customer who disputes a bill
      *> gets a dispute opened here against that customer and
      *> invoice - reason code, date opened, and the owner working
      *> it - and until it is resolved the invoice is left out of
      *> AR-DUNNING's letters and severity and out of AR-FINCHG's
      *> finance-charge base, while AR-STMT still lists it marked
      *> DISPUTED (all through arDisputeFor in
      *> ../common/ardispute.cbl). Resolving records how it ended
      *> and the date; the record stays on ARDisputes.txt as
      *> history. AR-DSPAGE reports how long each open one has run.
      *> Only an invoice still open on ARInvoices.txt can be
      *> disputed, and only once at a time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL DSPFILE ASSIGN TO DYNAMIC XDSPFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XDSPSTATUS.
           SELECT OPTIONAL INVFILE ASSIGN TO DYNAMIC XINVFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XINVSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DSPFILE.
       01 XDSPREC.
              05 NDSPCUSTIN        PIC 9(5).
              05 NDSPINVIN         PIC 9(6).
              05 XDSPREASONIN      PIC XX.
              05 NDSPOPENEDIN      PIC 9(8).
              05 XDSPOWNERIN       PIC X(8).
              05 XDSPRESOLVEIN     PIC XX. *> SPACES = STILL OPEN
              05 NDSPRESDATEIN     PIC 9(8).
              05 XDSPNOTEIN        PIC X(40).

       FD INVFILE. *> the open-item detail AR-POST maintains
       01 XINVREC.
              05 NINVCUSTIN        PIC 9(5).
              05 NINVNUMIN         PIC 9(6).
              05 NINVDATEIN        PIC 9(8).
              05 NINVAMTIN         PIC 9(5)V99.
              05 NINVOPENIN        PIC 9(5)V99.
              05 XINVLINEIN        PIC X.

       WORKING-STORAGE SECTION.
              77 XDSPFILENAME  PIC X(100).
              77 XDSPSTATUS    PIC XX. *> OPTIONAL - does not exist
              *> until this program first saves it
              77 XINVFILENAME  PIC X(100).
              77 XINVSTATUS    PIC XX.
              77 XEOF          PIC X    VALUE 'N'.
              77 XACTION       PIC X.
              77 NLOADSUB      PIC 999  VALUE 0.
              77 NSEARCHSUB    PIC 999  VALUE 0.
              77 NFOUNDSUB     PIC 999  VALUE 0.
              77 NCODESUB      PIC 99   VALUE 0.
              77 NOPENCNT      PIC 999  VALUE 0.
              77 XFOUNDFLAG    PIC X    VALUE 'N'.
              77 XOKFLAG       PIC X    VALUE 'N'.
              77 NCUSTKEYIN    PIC 9(5).
              77 NINVKEYIN     PIC 9(6).
              77 NINVOPENAMT   PIC 9(6)V99 VALUE 0.
              77 NEOPENAMT     PIC $$$,$$9.99.
              77 XREASONIN     PIC XX.
              77 XRESOLVEIN    PIC XX.
              COPY "rundate-ws.cbl".
              COPY "field-validate-ws.cbl".

              01 XDSPTABLE.
                     05 XDSPELEMENT OCCURS 300 TIMES.
                            10 NTBLDSPCUST   PIC 9(5).
                            10 NTBLDSPINV    PIC 9(6).
                            10 XTBLDSPREASON PIC XX.
                            10 NTBLDSPOPENED PIC 9(8).
                            10 XTBLDSPOWNER  PIC X(8).
                            10 XTBLDSPRESOLVE PIC XX.
                            10 NTBLDSPRESDATE PIC 9(8).
                            10 XTBLDSPNOTE   PIC X(40).

              01 XREASONCODES. *> why the customer disputes the bill
                     05 FILLER PIC X(22) VALUE 'PRPRICE OR RATE       '.
                     05 FILLER PIC X(22) VALUE 'QTQUANTITY SHORT      '.
                     05 FILLER PIC X(22) VALUE 'DMDAMAGED GOODS       '.
                     05 FILLER PIC X(22) VALUE 'NRNOT RECEIVED        '.
                     05 FILLER PIC X(22) VALUE 'DBBILLED TWICE        '.
                     05 FILLER PIC X(22) VALUE 'TXSALES TAX CHARGED   '.
                     05 FILLER PIC X(22) VALUE 'OTOTHER - SEE NOTE    '.
              01 XREASONTABLE REDEFINES XREASONCODES.
                     05 XREASONELEMENT OCCURS 7 TIMES.
                            10 XREASONCODE  PIC XX.
                            10 XREASONDESC  PIC X(20).

              01 XRESOLVECODES. *> how a dispute ended
                     05 FILLER PIC X(22) VALUE 'CRCREDIT MEMO ISSUED  '.
                     05 FILLER PIC X(22) VALUE 'WOWRITTEN OFF         '.
                     05 FILLER PIC X(22) VALUE 'UPUPHELD - CUST PAYS  '.
                     05 FILLER PIC X(22) VALUE 'WDWITHDRAWN BY CUST   '.
              01 XRESOLVETABLE REDEFINES XRESOLVECODES.
                     05 XRESOLVEELEMENT OCCURS 4 TIMES.
                            10 XRESOLVECODE PIC XX.
                            10 XRESOLVEDESC PIC X(20).

       PROCEDURE DIVISION.
       000-MAIN.
           COPY "rundate.cbl".
           MOVE 'ARDisputes.txt' TO XDSPFILENAME.
           ACCEPT XDSPFILENAME FROM ENVIRONMENT 'AR_DISPUTE_FILE'
              ON EXCEPTION
                 MOVE 'ARDisputes.txt' TO XDSPFILENAME
           END-ACCEPT.
           MOVE 'ARInvoices.txt' TO XINVFILENAME.
           ACCEPT XINVFILENAME FROM ENVIRONMENT 'AR_INVOICE_FILE'
              ON EXCEPTION
                 MOVE 'ARInvoices.txt' TO XINVFILENAME
           END-ACCEPT.
           PERFORM 110-LOAD-DSP.
           MOVE SPACE TO XACTION.
           PERFORM 200-MENU UNTIL XACTION = 'Q' OR XACTION = 'q'.
           PERFORM 900-SAVE-DSP.
           STOP RUN.

       110-LOAD-DSP. *> OPTIONAL - the first session starts empty
           OPEN INPUT DSPFILE.
           IF XDSPSTATUS = '00'
              PERFORM 111-READ-DSP UNTIL XEOF = 'Y'
           END-IF.
           CLOSE DSPFILE.

       111-READ-DSP.
           READ DSPFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NLOADSUB < 300
                    ADD 1 TO NLOADSUB
                    MOVE NDSPCUSTIN    TO NTBLDSPCUST(NLOADSUB)
                    MOVE NDSPINVIN     TO NTBLDSPINV(NLOADSUB)
                    MOVE XDSPREASONIN  TO XTBLDSPREASON(NLOADSUB)
                    MOVE NDSPOPENEDIN  TO NTBLDSPOPENED(NLOADSUB)
                    MOVE XDSPOWNERIN   TO XTBLDSPOWNER(NLOADSUB)
                    MOVE XDSPRESOLVEIN TO XTBLDSPRESOLVE(NLOADSUB)
                    MOVE NDSPRESDATEIN TO NTBLDSPRESDATE(NLOADSUB)
                    MOVE XDSPNOTEIN    TO XTBLDSPNOTE(NLOADSUB)
                 ELSE
                    DISPLAY 'DISPUTE TABLE FULL - RECORD DROPPED'
                 END-IF,
           END-READ.

       200-MENU.
           DISPLAY ' '.
           DISPLAY 'INVOICE DISPUTES'.
           DISPLAY 'O=OPEN  R=RESOLVE  L=LIST OPEN  C=CODES  '
              'Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT XACTION.
           EVALUATE XACTION
              WHEN 'O' WHEN 'o'
                 PERFORM 300-OPEN-DSP
              WHEN 'R' WHEN 'r'
                 PERFORM 400-RESOLVE-DSP
              WHEN 'L' WHEN 'l'
                 PERFORM 350-LIST-DSP
              WHEN 'C' WHEN 'c'
                 PERFORM 360-LIST-CODES
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       300-OPEN-DSP. *> the invoice must be open and not already
          *> under an open dispute
           PERFORM 310-ENTER-KEY.
           IF XFIELDVALID = 'Y'
              PERFORM 410-FIND-DSP
              PERFORM 420-INVOICE-OPEN
              EVALUATE TRUE
                 WHEN XFOUNDFLAG = 'Y'
                    DISPLAY 'REJECTED - ALREADY IN DISPUTE SINCE '
                       NTBLDSPOPENED(NFOUNDSUB) ', OWNER '
                       XTBLDSPOWNER(NFOUNDSUB)
                 WHEN NINVOPENAMT = 0
                    DISPLAY 'REJECTED - INVOICE ' NINVKEYIN
                       ' IS NOT OPEN FOR CUSTOMER ' NCUSTKEYIN '.'
                 WHEN NLOADSUB >= 300
                    DISPLAY 'REJECTED - DISPUTE TABLE IS FULL.'
                 WHEN OTHER
                    MOVE NINVOPENAMT TO NEOPENAMT
                    DISPLAY 'INVOICE ' NINVKEYIN ' OPEN ' NEOPENAMT
                    PERFORM 320-ENTER-DSP
              END-EVALUATE
           END-IF.

       310-ENTER-KEY.
           DISPLAY 'CUSTOMER NUMBER? ' WITH NO ADVANCING.
           ACCEPT NCUSTKEYIN.
           DISPLAY 'INVOICE NUMBER? ' WITH NO ADVANCING.
           ACCEPT NINVKEYIN.
           MOVE 'Y' TO XFIELDVALID.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NCUSTKEYIN==
              ==:VALID-NAME:==  BY =='CUSTOMER NUMBER'==
              ==:VALID-LOW:==   BY ==1==
              ==:VALID-HIGH:==  BY ==99999==.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NINVKEYIN==
              ==:VALID-NAME:==  BY =='INVOICE NUMBER'==
              ==:VALID-LOW:==   BY ==1==
              ==:VALID-HIGH:==  BY ==999999==.
           IF XFIELDVALID = 'N'
              DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
           END-IF.

       320-ENTER-DSP.
           DISPLAY 'REASON CODE (C ON THE MENU LISTS THEM)? '
              WITH NO ADVANCING.
           ACCEPT XREASONIN.
           MOVE 'N' TO XOKFLAG.
           PERFORM VARYING NCODESUB FROM 1 BY 1 UNTIL NCODESUB > 7
              IF XREASONCODE(NCODESUB) = XREASONIN
                 MOVE 'Y' TO XOKFLAG
              END-IF
           END-PERFORM.
           IF XOKFLAG = 'N'
              DISPLAY 'REJECTED - UNKNOWN REASON CODE.'
           ELSE
              ADD 1 TO NLOADSUB
              MOVE NLOADSUB TO NFOUNDSUB
              MOVE NCUSTKEYIN TO NTBLDSPCUST(NFOUNDSUB)
              MOVE NINVKEYIN TO NTBLDSPINV(NFOUNDSUB)
              MOVE XREASONIN TO XTBLDSPREASON(NFOUNDSUB)
              MOVE nRunDate TO NTBLDSPOPENED(NFOUNDSUB)
              MOVE SPACES TO XTBLDSPRESOLVE(NFOUNDSUB)
              MOVE 0 TO NTBLDSPRESDATE(NFOUNDSUB)
              DISPLAY 'OWNER? ' WITH NO ADVANCING
              ACCEPT XTBLDSPOWNER(NFOUNDSUB)
              DISPLAY 'NOTE? ' WITH NO ADVANCING
              ACCEPT XTBLDSPNOTE(NFOUNDSUB)
              DISPLAY 'DISPUTE OPENED - NO LETTERS OR FINANCE '
                 'CHARGES ON THIS INVOICE UNTIL IT IS RESOLVED.'
           END-IF.

       350-LIST-DSP.
           MOVE 0 TO NOPENCNT.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF XTBLDSPRESOLVE(NSEARCHSUB) = SPACES
                 ADD 1 TO NOPENCNT
                 DISPLAY NTBLDSPCUST(NSEARCHSUB) ' INV '
                    NTBLDSPINV(NSEARCHSUB) ' '
                    XTBLDSPREASON(NSEARCHSUB) ' OPENED '
                    NTBLDSPOPENED(NSEARCHSUB) ' OWNER '
                    XTBLDSPOWNER(NSEARCHSUB) ' '
                    XTBLDSPNOTE(NSEARCHSUB)
              END-IF
           END-PERFORM.
           IF NOPENCNT = 0
              DISPLAY 'NO OPEN DISPUTES ON FILE.'
           END-IF.

       360-LIST-CODES.
           DISPLAY 'REASONS:'.
           PERFORM VARYING NCODESUB FROM 1 BY 1 UNTIL NCODESUB > 7
              DISPLAY '  ' XREASONCODE(NCODESUB) '  '
                 XREASONDESC(NCODESUB)
           END-PERFORM.
           DISPLAY 'RESOLUTIONS:'.
           PERFORM VARYING NCODESUB FROM 1 BY 1 UNTIL NCODESUB > 4
              DISPLAY '  ' XRESOLVECODE(NCODESUB) '  '
                 XRESOLVEDESC(NCODESUB)
           END-PERFORM.

       400-RESOLVE-DSP.
           PERFORM 310-ENTER-KEY.
           IF XFIELDVALID = 'Y'
              PERFORM 410-FIND-DSP
              IF XFOUNDFLAG = 'N'
                 DISPLAY 'REJECTED - NO OPEN DISPUTE ON THAT INVOICE.'
              ELSE
                 DISPLAY 'RESOLUTION CODE? ' WITH NO ADVANCING
                 ACCEPT XRESOLVEIN
                 MOVE 'N' TO XOKFLAG
                 PERFORM VARYING NCODESUB FROM 1 BY 1
                    UNTIL NCODESUB > 4
                    IF XRESOLVECODE(NCODESUB) = XRESOLVEIN
                       MOVE 'Y' TO XOKFLAG
                    END-IF
                 END-PERFORM
                 IF XOKFLAG = 'N'
                    DISPLAY 'REJECTED - UNKNOWN RESOLUTION CODE.'
                 ELSE
                    MOVE XRESOLVEIN TO XTBLDSPRESOLVE(NFOUNDSUB)
                    MOVE nRunDate TO NTBLDSPRESDATE(NFOUNDSUB)
                    DISPLAY 'NOTE (BLANK KEEPS THE OLD ONE)? '
                       WITH NO ADVANCING
                    ACCEPT XDSPNOTEIN
                    IF XDSPNOTEIN NOT = SPACES
                       MOVE XDSPNOTEIN TO XTBLDSPNOTE(NFOUNDSUB)
                    END-IF
                    DISPLAY 'DISPUTE RESOLVED.'
                    IF XRESOLVEIN = 'CR' OR XRESOLVEIN = 'WO'
                       DISPLAY 'POST THE M OR W TRANSACTION FOR THE '
                          'INVOICE THROUGH AR-POST.'
                    END-IF
                 END-IF
              END-IF
           END-IF.

       410-FIND-DSP. *> the open dispute on a customer's invoice
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF NTBLDSPCUST(NSEARCHSUB) = NCUSTKEYIN
                 AND NTBLDSPINV(NSEARCHSUB) = NINVKEYIN
                 AND XTBLDSPRESOLVE(NSEARCHSUB) = SPACES
                 MOVE 'Y' TO XFOUNDFLAG
                 MOVE NSEARCHSUB TO NFOUNDSUB
              END-IF
           END-PERFORM.

       420-INVOICE-OPEN. *> every open line of the invoice
           MOVE 0 TO NINVOPENAMT.
           MOVE 'N' TO XEOF.
           OPEN INPUT INVFILE.
           IF XINVSTATUS = '00'
              PERFORM 421-READ-INVOICE UNTIL XEOF = 'Y'
           END-IF.
           CLOSE INVFILE.

       421-READ-INVOICE.
           READ INVFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NINVCUSTIN = NCUSTKEYIN
                    AND NINVNUMIN = NINVKEYIN
                    ADD NINVOPENIN TO NINVOPENAMT
                 END-IF,
           END-READ.

       900-SAVE-DSP.
           OPEN OUTPUT DSPFILE.
           PERFORM 901-WRITE-DSP VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB.
           CLOSE DSPFILE.

       901-WRITE-DSP.
           MOVE NTBLDSPCUST(NSEARCHSUB)    TO NDSPCUSTIN.
           MOVE NTBLDSPINV(NSEARCHSUB)     TO NDSPINVIN.
           MOVE XTBLDSPREASON(NSEARCHSUB)  TO XDSPREASONIN.
           MOVE NTBLDSPOPENED(NSEARCHSUB)  TO NDSPOPENEDIN.
           MOVE XTBLDSPOWNER(NSEARCHSUB)   TO XDSPOWNERIN.
           MOVE XTBLDSPRESOLVE(NSEARCHSUB) TO XDSPRESOLVEIN.
           MOVE NTBLDSPRESDATE(NSEARCHSUB) TO NDSPRESDATEIN.
           MOVE XTBLDSPNOTE(NSEARCHSUB)    TO XDSPNOTEIN.
           WRITE XDSPREC.
