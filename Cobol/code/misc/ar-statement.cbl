      *> a running balance, closing balance, and the customer's aging
      *> line from the same day-aging computation FILEREADER's
      *> 215-AGE-BUCKET uses. Zero-balance customers with no activity
      *> this month get no page. Charges show the sales tax the
      *> posting run will add to them on a line of their own - the
      *> same exemption and the same salesTaxRateFor lookup, so
      *> build ../common/salestax.cbl alongside. An open item
      *> under open dispute (AR-DISPUTE) still lists, marked
      *> DISPUTED, through arDisputeFor in ../common/ardispute.cbl.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 NTRAMTIN          PIC 9(5)V99.
              05 NTRDATEIN         PIC 9(8).
              05 NTRINVIN          PIC 9(6).
              05 XTRREASONIN       PIC XX.
              05 XTRAPPROVIN       PIC X(8).

       SD SRTCUSTWK.
       01 XSRTCUSTREC.
              05 NSRTTRAMT         PIC 9(5)V99.
              05 NSRTTRDATE        PIC 9(8).
              05 NSRTTRINV         PIC 9(6).
              05 XSRTTRREASON      PIC XX.
              05 XSRTTRAPPROV      PIC X(8).

       FD SORTEDCUST.
       01 XMSTREC.
              05 NTRSAMT           PIC 9(5)V99.
              05 NTRSDATE          PIC 9(8).
              05 NTRSINV           PIC 9(6).
              05 XTRSREASON        PIC XX.
              05 XTRSAPPROV        PIC X(8).

       FD STMTFILE.
       01 XSTMTLINE             PIC X(80).
              05 XADRCITYIN        PIC X(16).
              05 XADRSTATEIN       PIC X(2).
              05 XADRZIPIN         PIC X(10).
              05 XADREXEMPTIN      PIC X. *> E = SALES-TAX EXEMPT
              05 XADRCERTIN        PIC X(15).

       WORKING-STORAGE SECTION.
              77 XCUSTFILENAME  PIC X(100).
              77 XADDREOF       PIC X        VALUE 'N'.
              77 NADDRCNT       PIC 9(3)     VALUE 0.
              77 NADDRSUB       PIC 9(3)     VALUE 0.
              77 XTAXSTATE      PIC XX.
              77 XTAXEXEMPT     PIC X.
              77 XTAXFOUND      PIC X.
              77 NTAXRATE       PIC 9V9999   VALUE 0.
              77 NTAXAMT        PIC 9(5)V99  VALUE 0.

              01 XADDRTABLE.
                     05 XADDRELEMENT OCCURS 500 TIMES.
                            10 XTBLCITY     PIC X(16).
                            10 XTBLSTATE    PIC X(2).
                            10 XTBLZIP      PIC X(10).
                            10 XTBLEXEMPT   PIC X.

              01 XADDRCITYLINE.
                     05 XEADRCITY    PIC X(16).
              77 XINVEOF        PIC X        VALUE 'N'.
              77 NINVCNT        PIC 9(4)     VALUE 0.
              77 NINVSUB        PIC 9(4)     VALUE 0.
              77 NDSPAMT        PIC 9(6)V99  VALUE 0.
              77 XDSPFOUND      PIC X        VALUE 'N'.
              77 NDSPOLDEST     PIC 9(8)     VALUE 0.
              COPY "rundate-ws.cbl".

              01 XINVTABLE.
                     05 NEOPENAMT      PIC $$$,$$9.99.
                     05 FILLER         PIC X(7)  VALUE ' OPEN '.
                     05 NEOPENBAL      PIC $$$,$$9.99.
                     05 FILLER         PIC X     VALUE SPACE.
                     05 XEOPENDSP      PIC X(8).

              01 XSTMTRULE      PIC X(60)    VALUE ALL '='.

                    MOVE XADRCITYIN   TO XTBLCITY(NADDRCNT)
                    MOVE XADRSTATEIN  TO XTBLSTATE(NADDRCNT)
                    MOVE XADRZIPIN    TO XTBLZIP(NADDRCNT)
                    MOVE XADREXEMPTIN TO XTBLEXEMPT(NADDRCNT)
                 END-IF,
           END-READ.


       230-PRINT-TRANS.
           MOVE NTRSDATE TO NESTMTDATE.
           EVALUATE XTRSTYPE
              WHEN 'P'
                 MOVE 'PAYMENT ' TO XSTMTTYPE
                 SUBTRACT NTRSAMT FROM NRUNBAL
              WHEN 'M'
                 MOVE 'CREDIT  ' TO XSTMTTYPE
                 SUBTRACT NTRSAMT FROM NRUNBAL
              WHEN 'W'
                 MOVE 'WRITEOFF' TO XSTMTTYPE
                 SUBTRACT NTRSAMT FROM NRUNBAL
              WHEN 'F'
                 MOVE 'REFUND  ' TO XSTMTTYPE
                 ADD NTRSAMT TO NRUNBAL
              WHEN OTHER
                 MOVE 'CHARGE  ' TO XSTMTTYPE
                 ADD NTRSAMT TO NRUNBAL
           END-EVALUATE.
           MOVE NTRSAMT TO NESTMTTRAMT.
           MOVE NRUNBAL TO NESTMTRUNBAL.
           MOVE XSTMTDETAIL TO XSTMTLINE.
           WRITE XSTMTLINE BEFORE ADVANCING 1 LINE.
           IF XTRSTYPE = 'C' AND XTRSREASON NOT = 'NT'
              PERFORM 235-PRINT-SALES-TAX
           END-IF.

       235-PRINT-SALES-TAX. *> the tax AR-POST will bill on this
          *> charge - nothing prints for an exempt customer or a
          *> state with no rate
           MOVE SPACES TO XTAXSTATE.
           MOVE SPACE TO XTAXEXEMPT.
           PERFORM VARYING NADDRSUB FROM 1 BY 1
              UNTIL NADDRSUB > NADDRCNT
              IF NTBLADRCUST(NADDRSUB) = NTRSCUST
                 MOVE XTBLSTATE(NADDRSUB) TO XTAXSTATE
                 MOVE XTBLEXEMPT(NADDRSUB) TO XTAXEXEMPT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 0 TO NTAXAMT.
           IF XTAXEXEMPT NOT = 'E'
              CALL "salesTaxRateFor" USING XTAXSTATE NTRSDATE
                 NTAXRATE XTAXFOUND
              COMPUTE NTAXAMT ROUNDED = NTRSAMT * NTAXRATE
           END-IF.
           IF NTAXAMT > 0
              ADD NTAXAMT TO NRUNBAL
              MOVE 'SALES TX' TO XSTMTTYPE
              MOVE NTAXAMT TO NESTMTTRAMT
              MOVE NRUNBAL TO NESTMTRUNBAL
              MOVE XSTMTDETAIL TO XSTMTLINE
              WRITE XSTMTLINE BEFORE ADVANCING 1 LINE
           END-IF.

       240-CLOSE-PAGE.
           MOVE 'CLOSING BALANCE  ' TO XSTMTLABEL.
                    MOVE NINVDATETBL(NINVSUB) TO NEOPENDATE
                    MOVE NINVAMTTBL(NINVSUB) TO NEOPENAMT
                    MOVE NINVOPENTBL(NINVSUB) TO NEOPENBAL
                    CALL "arDisputeFor" USING NMSTCUSTNUM
                       NINVNUMTBL(NINVSUB) NDSPAMT XDSPFOUND
                       NDSPOLDEST
                    IF XDSPFOUND = 'Y'
                       MOVE 'DISPUTED' TO XEOPENDSP
                    ELSE
                       MOVE SPACES TO XEOPENDSP
                    END-IF
                    MOVE XOPENITEMLINE TO XSTMTLINE
                    WRITE XSTMTLINE BEFORE ADVANCING 1 LINE
                 END-IF
