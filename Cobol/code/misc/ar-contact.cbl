       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CONTACT.
       AUTHOR. WYATT SHANAHAN.

      *> Collections contact history. Every call, email, letter or
      *> visit a collector makes goes on ARContacts.txt - customer,
      *> date, collector, method, outcome code, an optional
      *> follow-up date and a short note - so the next collector can
      *> see what was said before picking up the phone. Adding a
      *> contact first shows the customer's recent history and warns
      *> when someone has already reached them today. The file is
      *> history: entries are appended, never changed. AR-WORKQ
      *> builds the daily queue from it and AR-DUNNING holds a letter
      *> when a collector has been in touch in the last few days.
      *> A promise taken on the call still goes in through AR-PROMISE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONTACTFILE ASSIGN TO DYNAMIC
              XCONTACTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCONTACTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CONTACTFILE.
       01 XCONTACTREC.
              05 NCONCUSTIN        PIC 9(5).
              05 NCONDATEIN        PIC 9(8).
              05 XCONBYIN          PIC X(8).
              05 XCONMETHODIN      PIC X. *> P=PHONE E=EMAIL
              *> L=LETTER V=VISIT
              05 XCONOUTCOMEIN     PIC XX.
              05 NCONFOLLOWIN      PIC 9(8). *> 0 = NO FOLLOW-UP
              05 XCONNOTEIN        PIC X(50).

       WORKING-STORAGE SECTION.
              77 XCONTACTFILENAME PIC X(100).
              77 XCONTACTSTATUS PIC XX. *> OPTIONAL - does not exist
              *> until the first contact is logged
              77 XEOF           PIC X    VALUE 'N'.
              77 XACTION        PIC X.
              77 NCUSTKEYIN     PIC 9(5).
              77 NHISTCNT       PIC 999  VALUE 0.
              77 XTODAYBY       PIC X(8) VALUE SPACES.
              77 NOUTSUB        PIC 99   VALUE 0.
              77 XOKFLAG        PIC X    VALUE 'N'.
              COPY "rundate-ws.cbl".
              COPY "field-validate-ws.cbl".

              01 XOUTCOMECODES. *> the outcome codes a contact can
                 *> record, with what each means
                     05 FILLER PIC X(22) VALUE 'PPPROMISED PAYMENT    '.
                     05 FILLER PIC X(22) VALUE 'PDSAYS ALREADY PAID   '.
                     05 FILLER PIC X(22) VALUE 'DSDISPUTES THE BILL   '.
                     05 FILLER PIC X(22) VALUE 'CBASKED FOR CALL BACK '.
                     05 FILLER PIC X(22) VALUE 'LMLEFT MESSAGE        '.
                     05 FILLER PIC X(22) VALUE 'NANO ANSWER           '.
                     05 FILLER PIC X(22) VALUE 'RFREFUSED TO PAY      '.
                     05 FILLER PIC X(22) VALUE 'WNWRONG NUMBER        '.
              01 XOUTCOMETABLE REDEFINES XOUTCOMECODES.
                     05 XOUTELEMENT OCCURS 8 TIMES.
                            10 XOUTCODE     PIC XX.
                            10 XOUTDESC     PIC X(20).

              01 XNEWCONTACT.
                     05 XNEWBY          PIC X(8).
                     05 XNEWMETHOD      PIC X.
                     05 XNEWOUTCOME     PIC XX.
                     05 NNEWFOLLOW      PIC 9(8).
                     05 XNEWNOTE        PIC X(50).

       PROCEDURE DIVISION.
       000-MAIN.
           COPY "rundate.cbl".
           MOVE 'ARContacts.txt' TO XCONTACTFILENAME.
           ACCEPT XCONTACTFILENAME FROM ENVIRONMENT 'AR_CONTACT_FILE'
              ON EXCEPTION
                 MOVE 'ARContacts.txt' TO XCONTACTFILENAME
           END-ACCEPT.
           MOVE SPACE TO XACTION.
           PERFORM 200-MENU UNTIL XACTION = 'Q' OR XACTION = 'q'.
           STOP RUN.

       200-MENU.
           DISPLAY ' '.
           DISPLAY 'COLLECTIONS CONTACT LOG'.
           DISPLAY 'A=ADD CONTACT  L=LIST HISTORY  C=OUTCOME CODES  '
              'Q=QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT XACTION.
           EVALUATE XACTION
              WHEN 'A' WHEN 'a'
                 PERFORM 300-ADD-CONTACT
              WHEN 'L' WHEN 'l'
                 PERFORM 350-LIST-CONTACTS
              WHEN 'C' WHEN 'c'
                 PERFORM 360-LIST-CODES
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       300-ADD-CONTACT. *> history first, so nobody calls blind
           DISPLAY 'CUSTOMER NUMBER? ' WITH NO ADVANCING.
           ACCEPT NCUSTKEYIN.
           MOVE 'Y' TO XFIELDVALID.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NCUSTKEYIN==
              ==:VALID-NAME:==  BY =='CUSTOMER NUMBER'==
              ==:VALID-LOW:==   BY ==1==
              ==:VALID-HIGH:==  BY ==99999==.
           IF XFIELDVALID = 'N'
              DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
           ELSE
              PERFORM 400-SCAN-HISTORY
              IF XTODAYBY NOT = SPACES
                 DISPLAY '*** ALREADY CONTACTED TODAY BY ' XTODAYBY
                    ' ***'
              END-IF
              PERFORM 310-ENTER-CONTACT
           END-IF.

       310-ENTER-CONTACT.
           MOVE SPACES TO XNEWCONTACT.
           MOVE 0 TO NNEWFOLLOW.
           DISPLAY 'COLLECTOR ID? ' WITH NO ADVANCING.
           ACCEPT XNEWBY.
           IF XNEWBY = SPACES
              DISPLAY 'REJECTED - COLLECTOR ID IS REQUIRED.'
           ELSE
              DISPLAY 'METHOD (P=PHONE E=EMAIL L=LETTER V=VISIT)? '
                 WITH NO ADVANCING
              ACCEPT XNEWMETHOD
              IF XNEWMETHOD NOT = 'P' AND XNEWMETHOD NOT = 'E'
                 AND XNEWMETHOD NOT = 'L' AND XNEWMETHOD NOT = 'V'
                 DISPLAY 'REJECTED - METHOD MUST BE P, E, L OR V.'
              ELSE
                 PERFORM 320-ENTER-OUTCOME
              END-IF
           END-IF.

       320-ENTER-OUTCOME.
           DISPLAY 'OUTCOME CODE (C ON THE MENU LISTS THEM)? '
              WITH NO ADVANCING.
           ACCEPT XNEWOUTCOME.
           MOVE 'N' TO XOKFLAG.
           PERFORM VARYING NOUTSUB FROM 1 BY 1 UNTIL NOUTSUB > 8
              IF XOUTCODE(NOUTSUB) = XNEWOUTCOME
                 MOVE 'Y' TO XOKFLAG
              END-IF
           END-PERFORM.
           IF XOKFLAG = 'N'
              DISPLAY 'REJECTED - UNKNOWN OUTCOME CODE.'
           ELSE
              DISPLAY 'FOLLOW-UP DATE (YYYYMMDD, 0 = NONE)? '
                 WITH NO ADVANCING
              ACCEPT NNEWFOLLOW
              IF NNEWFOLLOW NOT = 0 AND NNEWFOLLOW < nRunDate
                 DISPLAY 'REJECTED - FOLLOW-UP DATE IS IN THE PAST.'
              ELSE
                 DISPLAY 'NOTE? ' WITH NO ADVANCING
                 ACCEPT XNEWNOTE
                 PERFORM 330-APPEND-CONTACT
              END-IF
           END-IF.

       330-APPEND-CONTACT. *> written as entered - a crash later in
          *> the session loses nothing
           OPEN EXTEND CONTACTFILE.
           IF XCONTACTSTATUS NOT = '00'
              OPEN OUTPUT CONTACTFILE
           END-IF.
           MOVE NCUSTKEYIN TO NCONCUSTIN.
           MOVE nRunDate TO NCONDATEIN.
           MOVE XNEWBY TO XCONBYIN.
           MOVE XNEWMETHOD TO XCONMETHODIN.
           MOVE XNEWOUTCOME TO XCONOUTCOMEIN.
           MOVE NNEWFOLLOW TO NCONFOLLOWIN.
           MOVE XNEWNOTE TO XCONNOTEIN.
           WRITE XCONTACTREC.
           CLOSE CONTACTFILE.
           DISPLAY 'CONTACT RECORDED.'.
           IF XNEWOUTCOME = 'PP'
              DISPLAY 'ENTER THE PROMISE ITSELF THROUGH AR-PROMISE.'
           END-IF.

       350-LIST-CONTACTS.
           DISPLAY 'CUSTOMER NUMBER? ' WITH NO ADVANCING.
           ACCEPT NCUSTKEYIN.
           PERFORM 400-SCAN-HISTORY.

       360-LIST-CODES.
           PERFORM VARYING NOUTSUB FROM 1 BY 1 UNTIL NOUTSUB > 8
              DISPLAY XOUTCODE(NOUTSUB) '  ' XOUTDESC(NOUTSUB)
           END-PERFORM.

       400-SCAN-HISTORY. *> every contact for the customer, oldest
          *> first, noting who reached them today
           MOVE 0 TO NHISTCNT.
           MOVE SPACES TO XTODAYBY.
           MOVE 'N' TO XEOF.
           OPEN INPUT CONTACTFILE.
           IF XCONTACTSTATUS = '00'
              PERFORM 410-READ-CONTACT UNTIL XEOF = 'Y'
           END-IF.
           CLOSE CONTACTFILE.
           IF NHISTCNT = 0
              DISPLAY 'NO CONTACTS ON FILE FOR ' NCUSTKEYIN '.'
           END-IF.

       410-READ-CONTACT.
           READ CONTACTFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NCONCUSTIN = NCUSTKEYIN
                    ADD 1 TO NHISTCNT
                    DISPLAY NCONDATEIN ' ' XCONBYIN ' '
                       XCONMETHODIN ' ' XCONOUTCOMEIN ' FOLLOW-UP '
                       NCONFOLLOWIN ' ' XCONNOTEIN
                    IF NCONDATEIN = nRunDate
                       MOVE XCONBYIN TO XTODAYBY
                    END-IF
                 END-IF,
           END-READ.
