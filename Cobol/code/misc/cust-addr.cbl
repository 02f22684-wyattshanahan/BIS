      *> same shape as CUST-MAINT over customer-20.txt. The address
      *> block heads every statement and dunning letter, and the
      *> AR-LABELS run prints from it - so the card file by the
      *> clerk's desk can finally retire. The state is the ship-to
      *> state AR-POST taxes charges by, and the record carries the
      *> customer's sales-tax exemption and its certificate number.
      *> It also names the currency the customer is billed in (blank
      *> = US dollars), checked against the converter's currency
      *> table (currencyRateFor in ../common/fxrate.cbl - build it
      *> alongside); AR-POST opens that customer's foreign charges
      *> and takes their payments in it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 XADRCITYIN        PIC X(16).
              05 XADRSTATEIN       PIC X(2).
              05 XADRZIPIN         PIC X(10).
              05 XADREXEMPTIN      PIC X. *> E = SALES-TAX EXEMPT
              05 XADRCERTIN        PIC X(15). *> exemption cert
              05 XADRCURRIN        PIC X(3). *> billing currency,
              *> blank = USD

       WORKING-STORAGE SECTION.
              77 XADDRFILENAME PIC X(100).
              77 NSHIFTSUB     PIC 999  VALUE 0.
              77 XFOUNDFLAG    PIC X    VALUE 'N'.
              77 NCUSTKEYIN    PIC 9(5).
              77 XEXEMPTANS    PIC X.
              77 XCURRANS      PIC X(3).
              77 NCURRRATE     PIC 9(4)V9(5).
              77 XCURRFOUND    PIC X.
              77 NCURRASOF     PIC 9(8)  VALUE 99999999. *> any rate
              *> on file at all makes the code a known currency
              COPY "field-validate-ws.cbl".

              01 XADDRTABLE.
                            10 XTBLCITY     PIC X(16).
                            10 XTBLSTATE    PIC X(2).
                            10 XTBLZIP      PIC X(10).
                            10 XTBLEXEMPT   PIC X.
                            10 XTBLCERT     PIC X(15).
                            10 XTBLCURR     PIC X(3).

       PROCEDURE DIVISION.
       000-MAIN.
                    MOVE XADRCITYIN   TO XTBLCITY(NLOADSUB)
                    MOVE XADRSTATEIN  TO XTBLSTATE(NLOADSUB)
                    MOVE XADRZIPIN    TO XTBLZIP(NLOADSUB)
                    MOVE XADREXEMPTIN TO XTBLEXEMPT(NLOADSUB)
                    MOVE XADRCERTIN   TO XTBLCERT(NLOADSUB)
                    MOVE XADRCURRIN   TO XTBLCURR(NLOADSUB)
                 ELSE
                    DISPLAY 'ADDRESS TABLE FULL - RECORD DROPPED'
                 END-IF,
                    ADD 1 TO NLOADSUB
                    MOVE NLOADSUB TO NFOUNDSUB
                    MOVE NCUSTKEYIN TO NTBLADRCUST(NFOUNDSUB)
                    MOVE SPACES TO XTBLCURR(NFOUNDSUB)
                    PERFORM 420-GET-ADDR-FIELDS
                    DISPLAY 'ADDRESS ADDED.'
                 END-IF
           ACCEPT XTBLSTATE(NFOUNDSUB).
           DISPLAY 'ZIP? ' WITH NO ADVANCING.
           ACCEPT XTBLZIP(NFOUNDSUB).
           DISPLAY 'SALES-TAX EXEMPT (Y/N)? ' WITH NO ADVANCING.
           ACCEPT XEXEMPTANS.
           IF XEXEMPTANS = 'Y' OR XEXEMPTANS = 'y'
              DISPLAY 'EXEMPTION CERTIFICATE NUMBER? '
                 WITH NO ADVANCING
              ACCEPT XTBLCERT(NFOUNDSUB)
              IF XTBLCERT(NFOUNDSUB) = SPACES
                 DISPLAY 'NO CERTIFICATE - CUSTOMER LEFT TAXABLE.'
                 MOVE SPACE TO XTBLEXEMPT(NFOUNDSUB)
              ELSE
                 MOVE 'E' TO XTBLEXEMPT(NFOUNDSUB)
              END-IF
           ELSE
              MOVE SPACE TO XTBLEXEMPT(NFOUNDSUB)
              MOVE SPACES TO XTBLCERT(NFOUNDSUB)
           END-IF.
           DISPLAY 'BILLING CURRENCY (BLANK = USD)? ' WITH NO ADVANCING.
           ACCEPT XCURRANS.
           MOVE FUNCTION UPPER-CASE(XCURRANS) TO XCURRANS.
           IF XCURRANS = 'USD'
              MOVE SPACES TO XCURRANS
           END-IF.
           CALL "currencyRateFor" USING XCURRANS NCURRASOF NCURRRATE
              XCURRFOUND.
           IF XCURRFOUND = 'Y'
              MOVE XCURRANS TO XTBLCURR(NFOUNDSUB)
           ELSE
              DISPLAY 'UNKNOWN CURRENCY ' XCURRANS ' - CUSTOMER LEFT '
                 'BILLED IN ' WITH NO ADVANCING
              IF XTBLCURR(NFOUNDSUB) = SPACES
                 DISPLAY 'USD.'
              ELSE
                 DISPLAY XTBLCURR(NFOUNDSUB) '.'
              END-IF
           END-IF.

       500-DELETE-ADDR.
           DISPLAY 'CUSTOMER NUMBER TO DELETE? ' WITH NO ADVANCING.
           MOVE XTBLCITY(NSEARCHSUB)    TO XADRCITYIN.
           MOVE XTBLSTATE(NSEARCHSUB)   TO XADRSTATEIN.
           MOVE XTBLZIP(NSEARCHSUB)     TO XADRZIPIN.
           MOVE XTBLEXEMPT(NSEARCHSUB)  TO XADREXEMPTIN.
           MOVE XTBLCERT(NSEARCHSUB)    TO XADRCERTIN.
           MOVE XTBLCURR(NSEARCHSUB)    TO XADRCURRIN.
           WRITE XADDRREC.
