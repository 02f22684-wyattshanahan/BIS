      *> day-aging computation FILEREADER's 215-AGE-BUCKET uses, the
      *> customer's name assembled the way 214-DISPLAY-ACTIVE does,
      *> plus a summary count of letters by severity for the
      *> collections log. A letter is also held when a collector
      *> has reached the customer within the last few days
      *> (AR_CONTACT_HOLD_DAYS, default 5) - a no-answer or wrong
      *> number on ARContacts.txt is not contact and holds nothing.
      *> An invoice under open dispute (AR-DISPUTE) is left out: the
      *> letter asks only for the undisputed balance, its severity
      *> comes from the oldest undisputed open invoice, and with
      *> nothing undisputed past due there is no letter at all
      *> (arDisputeFor in ../common/ardispute.cbl - build it
      *> alongside).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL PROMFILE ASSIGN TO DYNAMIC XPROMFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPROMSTATUS.
           SELECT OPTIONAL CONTACTFILE ASSIGN TO DYNAMIC
              XCONTACTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCONTACTSTATUS.

       DATA DIVISION.
       FILE SECTION.
              05 NPROMTAKENIN      PIC 9(8).
              05 XPROMBYIN         PIC X(20).

       FD CONTACTFILE. *> collector contact history (AR-CONTACT)
       01 XCONTACTREC.
              05 NCONCUSTIN        PIC 9(5).
              05 NCONDATEIN        PIC 9(8).
              05 XCONBYIN          PIC X(8).
              05 XCONMETHODIN      PIC X.
              05 XCONOUTCOMEIN     PIC XX.
              05 NCONFOLLOWIN      PIC 9(8).
              05 XCONNOTEIN        PIC X(50).

       WORKING-STORAGE SECTION.
              77 XCUSTFILENAME  PIC X(100).
              77 XCUSTEOF       PIC X        VALUE 'N'.
                            10 NTBLPROMCUST PIC 9(5).
                            10 NTBLPROMDUE  PIC 9(8).

              01 XCONTABLE. *> last real contact per customer
                     05 XCONELEMENT OCCURS 500 TIMES.
                            10 NTBLCONCUST  PIC 9(5).
                            10 NTBLCONDATE  PIC 9(8).

              01 XADDRTABLE.
                     05 XADDRELEMENT OCCURS 500 TIMES.
                            10 NTBLADRCUST  PIC 9(5).
              77 NPROMSUB       PIC 9(3)     VALUE 0.
              77 NSUPPRESSCNT   PIC 9(4)     VALUE 0.
              77 XPROMCURRENT   PIC X        VALUE 'N'.
              77 XCONTACTFILENAME PIC X(100).
              77 XCONTACTSTATUS PIC XX. *> CONTACTFILE is OPTIONAL
              77 XCONTACTEOF    PIC X        VALUE 'N'.
              77 NCONCNT        PIC 9(3)     VALUE 0.
              77 NCONSUB        PIC 9(3)     VALUE 0.
              77 XHOLDDAYSIN    PIC X(3)     VALUE SPACES.
              77 NHOLDDAYS      PIC 999      VALUE 5.
              77 NCONTACTAGE    PIC S9(5)    VALUE 0.
              77 XRECENTCONTACT PIC X        VALUE 'N'.
              77 NCONTACTHELDCNT PIC 9(4)    VALUE 0.
              77 NALLINVOICES   PIC 9(6)     VALUE 0.
              77 NDSPAMT        PIC 9(6)V99  VALUE 0.
              77 XDSPFOUND      PIC X        VALUE 'N'.
              77 NDSPOLDEST     PIC 9(8)     VALUE 0.
              77 NDUNAMT        PIC S9(6)V99 VALUE 0.
              77 NDISPHELDCNT   PIC 9(4)     VALUE 0.
              77 NGENTLECNT     PIC 9(4)     VALUE 0.
              77 NFIRMCNT       PIC 9(4)     VALUE 0.
              77 NFINALCNT      PIC 9(4)     VALUE 0.
                     05 NELETTERDAYS PIC ZZZ9.
                     05 FILLER      PIC X(10) VALUE ' DAYS OLD)'.

              01 XLETTERDSP.
                     05 FILLER      PIC X(16) VALUE 'IN DISPUTE:     '.
                     05 NELETTERDSP PIC $$$,$$9.99.
                     05 FILLER      PIC X(30) VALUE
                        ' (NOT INCLUDED ABOVE)'.

              01 XSUMMARYLINE.
                     05 FILLER      PIC X(8)  VALUE 'GENTLE  '.
                     05 NESUMGENTLE PIC ZZZ9.
              ON EXCEPTION
                 MOVE 'ARPromises.txt' TO XPROMFILENAME
           END-ACCEPT.
           MOVE 'ARContacts.txt' TO XCONTACTFILENAME.
           ACCEPT XCONTACTFILENAME FROM ENVIRONMENT 'AR_CONTACT_FILE'
              ON EXCEPTION
                 MOVE 'ARContacts.txt' TO XCONTACTFILENAME
           END-ACCEPT.
           ACCEPT XHOLDDAYSIN FROM ENVIRONMENT 'AR_CONTACT_HOLD_DAYS'
              ON EXCEPTION MOVE SPACES TO XHOLDDAYSIN
           END-ACCEPT.
           IF XHOLDDAYSIN NOT = SPACES
              IF FUNCTION TEST-NUMVAL(XHOLDDAYSIN) = 0
                 COMPUTE NHOLDDAYS = FUNCTION NUMVAL(XHOLDDAYSIN)
              ELSE
                 DISPLAY 'AR_CONTACT_HOLD_DAYS IS NOT A NUMBER - '
                    'USING ' NHOLDDAYS
              END-IF
           END-IF.
           PERFORM 145-LOAD-PROMISES.
           PERFORM 147-LOAD-CONTACTS.
           PERFORM 140-LOAD-ADDRESSES.
           OPEN INPUT CUSTFILE.
           OPEN OUTPUT LETTERFILE.
                 END-IF,
           END-READ.

       147-LOAD-CONTACTS. *> CONTACTFILE is OPTIONAL
           OPEN INPUT CONTACTFILE.
           IF XCONTACTSTATUS = '00'
              PERFORM 148-READ-CONTACT UNTIL XCONTACTEOF = 'Y'
           END-IF.
           CLOSE CONTACTFILE.

       148-READ-CONTACT. *> NA and WN never reached anyone
           READ CONTACTFILE
              AT END
                 MOVE 'Y' TO XCONTACTEOF,
              NOT AT END
                 IF XCONOUTCOMEIN NOT = 'NA'
                    AND XCONOUTCOMEIN NOT = 'WN'
                    PERFORM 149-KEEP-CONTACT
                 END-IF,
           END-READ.

       149-KEEP-CONTACT.
           PERFORM VARYING NCONSUB FROM 1 BY 1
              UNTIL NCONSUB > NCONCNT
              IF NTBLCONCUST(NCONSUB) = NCONCUSTIN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF NCONSUB > NCONCNT
              IF NCONCNT < 500
                 ADD 1 TO NCONCNT
                 MOVE NCONCUSTIN TO NTBLCONCUST(NCONCNT)
                 MOVE NCONDATEIN TO NTBLCONDATE(NCONCNT)
              END-IF
           ELSE
              IF NCONDATEIN > NTBLCONDATE(NCONSUB)
                 MOVE NCONDATEIN TO NTBLCONDATE(NCONSUB)
              END-IF
           END-IF.

       140-LOAD-ADDRESSES. *> ADDRFILE is OPTIONAL
           OPEN INPUT ADDRFILE.
           IF XADDRSTATUS = '00'
                 FUNCTION INTEGER-OF-DATE(NDUEDATE)
              IF NDAYSOLD > 30
                 PERFORM 215-CHECK-PROMISE
                 PERFORM 217-CHECK-CONTACT
                 PERFORM 218-CHECK-DISPUTES
                 EVALUATE TRUE
                    WHEN XPROMCURRENT = 'Y'
                       ADD 1 TO NSUPPRESSCNT
                    WHEN XRECENTCONTACT = 'Y'
                       ADD 1 TO NCONTACTHELDCNT
                    WHEN NDAYSOLD NOT > 30
                       ADD 1 TO NDISPHELDCNT
                    WHEN OTHER
                       PERFORM 220-WRITE-LETTER
                 END-EVALUATE
              END-IF
           END-IF.

              END-IF
           END-PERFORM.

       217-CHECK-CONTACT. *> a collector spoke to them lately -
          *> let the conversation work before a letter lands
           MOVE 'N' TO XRECENTCONTACT.
           PERFORM VARYING NCONSUB FROM 1 BY 1
              UNTIL NCONSUB > NCONCNT
              IF NTBLCONCUST(NCONSUB) = NCUSTNUMIN
                 COMPUTE NCONTACTAGE =
                    FUNCTION INTEGER-OF-DATE(nRunDate) -
                    FUNCTION INTEGER-OF-DATE(NTBLCONDATE(NCONSUB))
                 IF NCONTACTAGE NOT > NHOLDDAYS
                    MOVE 'Y' TO XRECENTCONTACT
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       218-CHECK-DISPUTES. *> disputed invoices come out of both
          *> the amount asked for and the age that sets the tone
           MOVE NBALANCE TO NDUNAMT.
           CALL "arDisputeFor" USING NCUSTNUMIN NALLINVOICES NDSPAMT
              XDSPFOUND NDSPOLDEST.
           IF XDSPFOUND = 'Y' AND NDSPAMT > 0
              COMPUTE NDUNAMT = NBALANCE - NDSPAMT
              IF NDUNAMT NOT > 0 OR NDSPOLDEST = 0
                 MOVE 0 TO NDAYSOLD
              ELSE
                 COMPUTE NDAYSOLD =
                    FUNCTION INTEGER-OF-DATE(nRunDate) -
                    FUNCTION INTEGER-OF-DATE(NDSPOLDEST)
              END-IF
           END-IF.

       220-WRITE-LETTER.
           MOVE XLETTERRULE TO XLETTERLINE.
           WRITE XLETTERLINE BEFORE ADVANCING 1 LINE.
           MOVE XLETTERHEAD TO XLETTERLINE.
           WRITE XLETTERLINE BEFORE ADVANCING 1 LINE.
           PERFORM 225-ADDRESS-BLOCK.
           MOVE NDUNAMT TO NELETTERBAL.
           MOVE NDAYSOLD TO NELETTERDAYS.
           MOVE XLETTERAMT TO XLETTERLINE.
           WRITE XLETTERLINE BEFORE ADVANCING 1 LINE.
           IF NDUNAMT < NBALANCE
              MOVE NDSPAMT TO NELETTERDSP
              MOVE XLETTERDSP TO XLETTERLINE
              WRITE XLETTERLINE BEFORE ADVANCING 1 LINE
           END-IF.
           EVALUATE TRUE
              WHEN NDAYSOLD <= 60
                 ADD 1 TO NGENTLECNT
              DISPLAY NSUPPRESSCNT ' LETTER(S) HELD FOR A CURRENT '
                 'PROMISE TO PAY'
           END-IF.
           IF NCONTACTHELDCNT > 0
              DISPLAY NCONTACTHELDCNT ' LETTER(S) HELD FOR A RECENT '
                 'COLLECTOR CONTACT'
           END-IF.
           IF NDISPHELDCNT > 0
              DISPLAY NDISPHELDCNT ' LETTER(S) HELD - ALL PAST-DUE '
                 'INVOICES IN DISPUTE'
           END-IF.
           STRING "gentle=" DELIMITED BY SIZE
              NGENTLECNT DELIMITED BY SIZE
              " firm=" DELIMITED BY SIZE
