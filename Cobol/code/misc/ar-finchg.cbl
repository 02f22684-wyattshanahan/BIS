      *> aged past 30 days (the same NDAYSOLD computation FILEREADER's
      *> 215-AGE-BUCKET uses) is assessed 1.5% of that balance. The
      *> charge is appended to the AR transaction file as a normal
      *> charge (marked NT so it is never sales-taxed) so it flows
      *> through the next AR-POST run, and an assessment register
      *> shows each charged customer, the base amount, and the
      *> charge. An invoice under open dispute (AR-DISPUTE) is not
      *> charged on: its open balance comes out of the base
      *> (arDisputeFor in ../common/ardispute.cbl - build it
      *> alongside).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              05 NTRDATEOUT        PIC 9(8).
              05 NTRINVOUT         PIC 9(6). *> 0 - AR-POST numbers
              *> the finance-charge invoice when it posts
              05 XTRREASONOUT      PIC XX. *> NT = not taxable
              05 XTRAPPROVOUT      PIC X(8).

       FD REGFILE.
       01 XREGLINE              PIC X(80).
              77 NDUEDATE       PIC 9(8).
              77 NDAYSOLD       PIC S9(5).
              77 NCHARGEAMT     PIC 9(4)V99  VALUE 0.
              77 NCHGBASE       PIC S9(6)V99 VALUE 0.
              77 NALLINVOICES   PIC 9(6)     VALUE 0.
              77 NDSPAMT        PIC 9(6)V99  VALUE 0.
              77 XDSPFOUND      PIC X        VALUE 'N'.
              77 NDSPOLDEST     PIC 9(8)     VALUE 0.
              77 NDSPEXCLTOT    PIC 9(7)V99  VALUE 0.
              77 NEDSPEXCLTOT   PIC $$,$$$,$$9.99.
              77 NCHARGEDCNT    PIC 9(4)     VALUE 0.
              77 NBASETOT       PIC S9(7)V99 VALUE 0.
              77 NCHARGETOT     PIC 9(6)V99  VALUE 0.
                 FUNCTION INTEGER-OF-DATE(nRunDate) -
                 FUNCTION INTEGER-OF-DATE(NDUEDATE)
              IF NDAYSOLD > 30
                 PERFORM 215-DISPUTED-BASE
                 MOVE 0 TO NCHARGEAMT
                 IF NCHGBASE > 0
                    COMPUTE NCHARGEAMT ROUNDED =
                       NCHGBASE * NFINCHGRATE
                 END-IF
                 IF NCHARGEAMT > 0
                    PERFORM 220-WRITE-CHARGE
                 END-IF
              END-IF
           END-IF.

       215-DISPUTED-BASE. *> disputed invoices carry no interest
           MOVE NBALANCE TO NCHGBASE.
           CALL "arDisputeFor" USING NCUSTNUMIN NALLINVOICES NDSPAMT
              XDSPFOUND NDSPOLDEST.
           IF XDSPFOUND = 'Y' AND NDSPAMT > 0
              IF NDSPAMT > NBALANCE
                 ADD NBALANCE TO NDSPEXCLTOT
              ELSE
                 ADD NDSPAMT TO NDSPEXCLTOT
              END-IF
              COMPUTE NCHGBASE = NBALANCE - NDSPAMT
           END-IF.

       220-WRITE-CHARGE. *> one posting transaction plus one register
          *> line per charged customer
           MOVE NCUSTNUMIN TO NTRCUSTOUT.
           MOVE NCHARGEAMT TO NTRAMTOUT.
           MOVE nRunDate TO NTRDATEOUT.
           MOVE 0 TO NTRINVOUT.
           MOVE 'NT' TO XTRREASONOUT.
           MOVE SPACES TO XTRAPPROVOUT.
           WRITE XTRANSOUT.
           ADD 1 TO NCHARGEDCNT.
           ADD NCHGBASE TO NBASETOT.
           ADD NCHARGEAMT TO NCHARGETOT.
           MOVE NCUSTNUMIN TO NEREGCUST.
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(XLASTNAME), ", ",
              XFIRSTNAME) TO XREGNAME.
           MOVE NCHGBASE TO NEREGBASE.
           MOVE NCHARGEAMT TO NEREGCHG.
           MOVE XREGDETAIL TO XREGLINE.
           WRITE XREGLINE BEFORE ADVANCING 1 LINE.
           END-IF.
           DISPLAY NCHARGEDCNT ' CUSTOMERS CHARGED, ' NECHARGETOT
              ' ASSESSED ON ' NEBASETOT ' AGED BALANCES'.
           IF NDSPEXCLTOT > 0
              MOVE NDSPEXCLTOT TO NEDSPEXCLTOT
              DISPLAY NEDSPEXCLTOT ' IN DISPUTED INVOICES LEFT OUT '
                 'OF THE BASE'
           END-IF.
           STRING "charged=" DELIMITED BY SIZE
              NCHARGEDCNT DELIMITED BY SIZE
              " assessed=" DELIMITED BY SIZE
