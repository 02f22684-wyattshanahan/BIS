       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-WORKQ.
       AUTHOR. WYATT SHANAHAN.

      *> Daily collector work queue. Every past-due customer (over 30
      *> days, aged the way FILEREADER's 215-AGE-BUCKET ages them) is
      *> handed to a collector by balance band and the queue is
      *> printed collector by collector, worst first - over 90 days,
      *> then 61-90, then 31-60, biggest balance first within each.
      *> The bands come from the collector roster, ARCollectors.txt
      *> (AR_COLLECTOR_FILE); where two collectors share a band the
      *> one with the shorter list so far gets the customer, and a
      *> balance no band covers queues under UNASSIGN for the
      *> supervisor. A customer with a promise to pay not yet due
      *> (AR-PROMISE), or whose last contact set a follow-up date
      *> still in the future (AR-CONTACT), is left off for the day.
      *> Each line carries the last contact so nobody calls blind.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTFILE ASSIGN TO DYNAMIC XCUSTFILENAME
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PROMFILE ASSIGN TO DYNAMIC XPROMFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPROMSTATUS.
           SELECT OPTIONAL CONTACTFILE ASSIGN TO DYNAMIC
              XCONTACTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCONTACTSTATUS.
           SELECT OPTIONAL COLLFILE ASSIGN TO DYNAMIC XCOLLFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCOLLSTATUS.
           SELECT SRTQUEUEWK ASSIGN TO "ar-workq-srt.wk".
           SELECT SORTEDQUEUE ASSIGN TO "ar-workq-sorted.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "AR-workqueue.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD CUSTFILE.
       01 XCUSTIN.
              05 NCUSTNUMIN        PIC 9(5).
              05 XLASTNAME         PIC X(25).
              05 XFIRSTNAME        PIC X(20).
              05 NYEAR             PIC 9(4).
              05 NMONTH            PIC 99.
              05 NDAY              PIC 99.
              05 NBALANCE          PIC S9(5)V99 SIGN IS TRAILING.
              05 NCREDLIM          PIC 9(5). *> 0 = NO LIMIT SET
              05 XHOLDFLAG         PIC X. *> H = OVER-LIMIT HOLD

       FD PROMFILE. *> current promises to pay (AR-PROMISE)
       01 XPROMREC.
              05 NPROMCUSTIN       PIC 9(5).
              05 NPROMAMTIN        PIC 9(5)V99.
              05 NPROMDUEIN        PIC 9(8).
              05 NPROMTAKENIN      PIC 9(8).
              05 XPROMBYIN         PIC X(20).

       FD CONTACTFILE. *> contact history (AR-CONTACT), oldest first
       01 XCONTACTREC.
              05 NCONCUSTIN        PIC 9(5).
              05 NCONDATEIN        PIC 9(8).
              05 XCONBYIN          PIC X(8).
              05 XCONMETHODIN      PIC X.
              05 XCONOUTCOMEIN     PIC XX.
              05 NCONFOLLOWIN      PIC 9(8). *> 0 = NO FOLLOW-UP
              05 XCONNOTEIN        PIC X(50).

       FD COLLFILE. *> collector roster - one line per collector with
          *> the balance band they work; a high of 0 means no ceiling
       01 XCOLLREC.
              05 XCOLLIDIN         PIC X(8).
              05 XCOLLNAMEIN       PIC X(20).
              05 NCOLLLOWIN        PIC 9(5)V99.
              05 NCOLLHIGHIN       PIC 9(5)V99.

       SD SRTQUEUEWK.
       01 XSRTQUEUEREC.
              05 XSRTCOLL          PIC X(8).
              05 NSRTSEV           PIC 9.
              05 NSRTBAL           PIC 9(5)V99.
              05 NSRTCUST          PIC 9(5).
              05 XSRTNAME          PIC X(22).
              05 NSRTDAYS          PIC 9(5).
              05 NSRTLASTDATE      PIC 9(8).
              05 XSRTLASTBY        PIC X(8).
              05 XSRTLASTOUT       PIC XX.

       FD SORTEDQUEUE.
       01 XQUEUEREC.
              05 XQCOLL            PIC X(8).
              05 NQSEV             PIC 9.
              05 NQBAL             PIC 9(5)V99.
              05 NQCUST            PIC 9(5).
              05 XQNAME            PIC X(22).
              05 NQDAYS            PIC 9(5).
              05 NQLASTDATE        PIC 9(8).
              05 XQLASTBY          PIC X(8).
              05 XQLASTOUT         PIC XX.

       FD RPTFILE.
       01 XRPTLINE              PIC X(80).

       WORKING-STORAGE SECTION.
              77 XCUSTFILENAME  PIC X(100).
              77 XCUSTEOF       PIC X        VALUE 'N'.
              77 XQUEUEEOF      PIC X        VALUE 'N'.
              77 XPROMFILENAME  PIC X(100).
              77 XPROMSTATUS    PIC XX. *> PROMFILE is OPTIONAL
              77 XPROMEOF       PIC X        VALUE 'N'.
              77 NPROMCNT       PIC 9(3)     VALUE 0.
              77 NPROMSUB       PIC 9(3)     VALUE 0.
              77 XCONTACTFILENAME PIC X(100).
              77 XCONTACTSTATUS PIC XX. *> CONTACTFILE is OPTIONAL
              77 XCONTACTEOF    PIC X        VALUE 'N'.
              77 NCONCNT        PIC 9(3)     VALUE 0.
              77 NCONSUB        PIC 9(3)     VALUE 0.
              77 XCOLLFILENAME  PIC X(100).
              77 XCOLLSTATUS    PIC XX. *> COLLFILE is OPTIONAL - with
              *> no roster the whole queue lands under UNASSIGN
              77 XCOLLEOF       PIC X        VALUE 'N'.
              77 NCOLLCNT       PIC 99       VALUE 0.
              77 NCOLLSUB       PIC 99       VALUE 0.
              77 NCOLLBEST      PIC 99       VALUE 0.
              77 XFOUNDFLAG     PIC X        VALUE 'N'.
              77 NDUEDATE       PIC 9(8).
              77 NDAYSOLD       PIC S9(5).
              77 XSAVECOLL      PIC X(8)     VALUE SPACES.
              77 NGRPCNT        PIC 9(4)     VALUE 0.
              77 NGRPBAL        PIC 9(7)V99  VALUE 0.
              77 NQUEUECNT      PIC 9(4)     VALUE 0.
              77 NQUEUEBAL      PIC 9(7)V99  VALUE 0.
              77 NPROMSKIPCNT   PIC 9(4)     VALUE 0.
              77 NFOLLOWSKIPCNT PIC 9(4)     VALUE 0.
              77 NUNASSIGNCNT   PIC 9(4)     VALUE 0.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AR-WORKQ".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              COPY "rundate-ws.cbl".
              COPY "report-breakcheck-ws.cbl".

              01 XPROMTABLE.
                     05 XPROMELEMENT OCCURS 200 TIMES.
                            10 NTBLPROMCUST PIC 9(5).
                            10 NTBLPROMDUE  PIC 9(8).

              01 XCONTABLE. *> latest contact per customer - a later
                 *> entry replaces an earlier one, follow-up included
                     05 XCONELEMENT OCCURS 500 TIMES.
                            10 NTBLCONCUST  PIC 9(5).
                            10 NTBLCONDATE  PIC 9(8).
                            10 XTBLCONBY    PIC X(8).
                            10 XTBLCONOUT   PIC XX.
                            10 NTBLCONFOLLOW PIC 9(8).

              01 XCOLLTABLE.
                     05 XCOLLELEMENT OCCURS 20 TIMES.
                            10 XTBLCOLLID   PIC X(8).
                            10 XTBLCOLLNAME PIC X(20).
                            10 NTBLCOLLLOW  PIC 9(5)V99.
                            10 NTBLCOLLHIGH PIC 9(5)V99.
                            10 NTBLCOLLCNT  PIC 9(4).

              01 XRPTHEAD.
                     05 FILLER      PIC X(30) VALUE
                        'COLLECTIONS WORK QUEUE FOR   '.
                     05 NEHEADDATE  PIC 9999/99/99.

              01 XCOLLHEAD.
                     05 FILLER      PIC X(11) VALUE 'COLLECTOR: '.
                     05 XECOLLID    PIC X(8).
                     05 FILLER      PIC X(2)  VALUE SPACES.
                     05 XECOLLNAME  PIC X(20).

              01 XRPTCOLHEAD.
                     05 FILLER      PIC X(29) VALUE
                        'CUST  NAME                   '.
                     05 FILLER      PIC X(24) VALUE
                        ' DAYS STAGE      BALANCE'.
                     05 FILLER      PIC X(21) VALUE
                        '  LAST CONT BY     OC'.

              01 XRPTDETAIL.
                     05 NECUST      PIC 9(5).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XENAME      PIC X(22).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEDAYS      PIC ZZZZ9.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XESTAGE     PIC X(6).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEBAL       PIC $$$,$$9.99.
                     05 FILLER      PIC X(2)  VALUE SPACES.
                     05 XELASTDATE  PIC X(10).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XELASTBY    PIC X(8).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XELASTOUT   PIC XX.

              01 NLASTDATEED    PIC 9999/99/99.

              01 XGROUPTOTAL.
                     05 FILLER      PIC X(8)  VALUE SPACES.
                     05 NEGRPCNT    PIC ZZZ9.
                     05 FILLER      PIC X(24) VALUE
                        ' CUSTOMER(S)  TOTAL DUE '.
                     05 NEGRPBAL    PIC $$,$$$,$$9.99.

              01 XRPTRULE       PIC X(74)    VALUE ALL '-'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 200-LOOP UNTIL XQUEUEEOF = 'Y'.
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'customer-20.txt' TO XCUSTFILENAME.
           ACCEPT XCUSTFILENAME FROM ENVIRONMENT 'CUSTOMER_FILE'
              ON EXCEPTION
                 MOVE 'customer-20.txt' TO XCUSTFILENAME
           END-ACCEPT.
           MOVE 'ARPromises.txt' TO XPROMFILENAME.
           ACCEPT XPROMFILENAME FROM ENVIRONMENT 'AR_PROMISE_FILE'
              ON EXCEPTION
                 MOVE 'ARPromises.txt' TO XPROMFILENAME
           END-ACCEPT.
           MOVE 'ARContacts.txt' TO XCONTACTFILENAME.
           ACCEPT XCONTACTFILENAME FROM ENVIRONMENT 'AR_CONTACT_FILE'
              ON EXCEPTION
                 MOVE 'ARContacts.txt' TO XCONTACTFILENAME
           END-ACCEPT.
           MOVE 'ARCollectors.txt' TO XCOLLFILENAME.
           ACCEPT XCOLLFILENAME FROM ENVIRONMENT 'AR_COLLECTOR_FILE'
              ON EXCEPTION
                 MOVE 'ARCollectors.txt' TO XCOLLFILENAME
           END-ACCEPT.
           PERFORM 145-LOAD-PROMISES.
           PERFORM 150-LOAD-CONTACTS.
           PERFORM 160-LOAD-COLLECTORS.
           SORT SRTQUEUEWK
              ON ASCENDING KEY XSRTCOLL
              ON DESCENDING KEY NSRTSEV
              ON DESCENDING KEY NSRTBAL
              INPUT PROCEDURE IS 170-RELEASE-CUSTOMERS
              GIVING SORTEDQUEUE.
           OPEN INPUT SORTEDQUEUE.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO NEHEADDATE.
           MOVE XRPTHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           PERFORM 205-READ-SORTED.

       145-LOAD-PROMISES. *> PROMFILE is OPTIONAL
           OPEN INPUT PROMFILE.
           IF XPROMSTATUS = '00'
              PERFORM 146-READ-PROMISE UNTIL XPROMEOF = 'Y'
           END-IF.
           CLOSE PROMFILE.

       146-READ-PROMISE.
           READ PROMFILE
              AT END
                 MOVE 'Y' TO XPROMEOF,
              NOT AT END
                 IF NPROMCNT < 200
                    ADD 1 TO NPROMCNT
                    MOVE NPROMCUSTIN TO NTBLPROMCUST(NPROMCNT)
                    MOVE NPROMDUEIN  TO NTBLPROMDUE(NPROMCNT)
                 END-IF,
           END-READ.

       150-LOAD-CONTACTS. *> CONTACTFILE is OPTIONAL
           OPEN INPUT CONTACTFILE.
           IF XCONTACTSTATUS = '00'
              PERFORM 151-READ-CONTACT UNTIL XCONTACTEOF = 'Y'
           END-IF.
           CLOSE CONTACTFILE.

       151-READ-CONTACT.
           READ CONTACTFILE
              AT END
                 MOVE 'Y' TO XCONTACTEOF,
              NOT AT END
                 PERFORM 152-KEEP-CONTACT,
           END-READ.

       152-KEEP-CONTACT. *> one slot per customer, newest wins
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NCONSUB FROM 1 BY 1
              UNTIL NCONSUB > NCONCNT
              IF NTBLCONCUST(NCONSUB) = NCONCUSTIN
                 MOVE 'Y' TO XFOUNDFLAG
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF XFOUNDFLAG = 'N'
              IF NCONCNT < 500
                 ADD 1 TO NCONCNT
                 MOVE NCONCNT TO NCONSUB
                 MOVE NCONCUSTIN TO NTBLCONCUST(NCONSUB)
                 MOVE 0 TO NTBLCONDATE(NCONSUB)
              ELSE
                 MOVE 0 TO NCONSUB
              END-IF
           END-IF.
           IF NCONSUB > 0
              AND NCONDATEIN NOT < NTBLCONDATE(NCONSUB)
              MOVE NCONDATEIN    TO NTBLCONDATE(NCONSUB)
              MOVE XCONBYIN      TO XTBLCONBY(NCONSUB)
              MOVE XCONOUTCOMEIN TO XTBLCONOUT(NCONSUB)
              MOVE NCONFOLLOWIN  TO NTBLCONFOLLOW(NCONSUB)
           END-IF.

       160-LOAD-COLLECTORS. *> COLLFILE is OPTIONAL
           OPEN INPUT COLLFILE.
           IF XCOLLSTATUS = '00'
              PERFORM 161-READ-COLLECTOR UNTIL XCOLLEOF = 'Y'
           END-IF.
           CLOSE COLLFILE.
           IF NCOLLCNT = 0
              DISPLAY 'NO COLLECTOR ROSTER ON FILE - THE WHOLE QUEUE '
                 'GOES TO UNASSIGN.'
              MOVE 'WARNING' TO XEOJCODE
           END-IF.

       161-READ-COLLECTOR.
           READ COLLFILE
              AT END
                 MOVE 'Y' TO XCOLLEOF,
              NOT AT END
                 IF NCOLLCNT < 20
                    ADD 1 TO NCOLLCNT
                    MOVE XCOLLIDIN   TO XTBLCOLLID(NCOLLCNT)
                    MOVE XCOLLNAMEIN TO XTBLCOLLNAME(NCOLLCNT)
                    MOVE NCOLLLOWIN  TO NTBLCOLLLOW(NCOLLCNT)
                    MOVE NCOLLHIGHIN TO NTBLCOLLHIGH(NCOLLCNT)
                    MOVE 0           TO NTBLCOLLCNT(NCOLLCNT)
                 ELSE
                    DISPLAY 'COLLECTOR ROSTER FULL - ' XCOLLIDIN
                       ' SKIPPED'
                 END-IF,
           END-READ.

       170-RELEASE-CUSTOMERS.
           OPEN INPUT CUSTFILE.
           PERFORM 171-READ-CUSTOMER UNTIL XCUSTEOF = 'Y'.
           CLOSE CUSTFILE.

       171-READ-CUSTOMER.
           READ CUSTFILE
              AT END
                 MOVE 'Y' TO XCUSTEOF,
              NOT AT END
                 PERFORM 175-CHECK-ONE,
           END-READ.

       175-CHECK-ONE. *> current balances and credits never queue
           IF NBALANCE > 0
              COMPUTE NDUEDATE = NYEAR * 10000 + NMONTH * 100 + NDAY
              COMPUTE NDAYSOLD =
                 FUNCTION INTEGER-OF-DATE(nRunDate) -
                 FUNCTION INTEGER-OF-DATE(NDUEDATE)
              IF NDAYSOLD > 30
                 PERFORM 180-SCREEN-CUSTOMER
              END-IF
           END-IF.

       180-SCREEN-CUSTOMER. *> promise or follow-up still to come
          *> keeps the customer off today's list
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NPROMSUB FROM 1 BY 1
              UNTIL NPROMSUB > NPROMCNT
              IF NTBLPROMCUST(NPROMSUB) = NCUSTNUMIN
                 AND NTBLPROMDUE(NPROMSUB) NOT < nRunDate
                 MOVE 'Y' TO XFOUNDFLAG
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF XFOUNDFLAG = 'Y'
              ADD 1 TO NPROMSKIPCNT
           ELSE
              MOVE 0 TO NSRTLASTDATE
              MOVE SPACES TO XSRTLASTBY, XSRTLASTOUT
              PERFORM VARYING NCONSUB FROM 1 BY 1
                 UNTIL NCONSUB > NCONCNT
                 IF NTBLCONCUST(NCONSUB) = NCUSTNUMIN
                    MOVE NTBLCONDATE(NCONSUB) TO NSRTLASTDATE
                    MOVE XTBLCONBY(NCONSUB) TO XSRTLASTBY
                    MOVE XTBLCONOUT(NCONSUB) TO XSRTLASTOUT
                    IF NTBLCONFOLLOW(NCONSUB) > nRunDate
                       MOVE 'Y' TO XFOUNDFLAG
                    END-IF
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              IF XFOUNDFLAG = 'Y'
                 ADD 1 TO NFOLLOWSKIPCNT
              ELSE
                 PERFORM 185-RELEASE-ONE
              END-IF
           END-IF.

       185-RELEASE-ONE.
           MOVE NCUSTNUMIN TO NSRTCUST.
           MOVE NBALANCE TO NSRTBAL.
           MOVE NDAYSOLD TO NSRTDAYS.
           MOVE FUNCTION CONCATENATE(FUNCTION TRIM(XLASTNAME), ", ",
              XFIRSTNAME) TO XSRTNAME.
           EVALUATE TRUE
              WHEN NDAYSOLD > 90
                 MOVE 3 TO NSRTSEV
              WHEN NDAYSOLD > 60
                 MOVE 2 TO NSRTSEV
              WHEN OTHER
                 MOVE 1 TO NSRTSEV
           END-EVALUATE.
           PERFORM 190-ASSIGN-COLLECTOR.
           RELEASE XSRTQUEUEREC.

       190-ASSIGN-COLLECTOR. *> band fits, shortest list so far
           MOVE 0 TO NCOLLBEST.
           PERFORM VARYING NCOLLSUB FROM 1 BY 1
              UNTIL NCOLLSUB > NCOLLCNT
              IF NBALANCE NOT < NTBLCOLLLOW(NCOLLSUB)
                 AND (NTBLCOLLHIGH(NCOLLSUB) = 0
                    OR NBALANCE NOT > NTBLCOLLHIGH(NCOLLSUB))
                 IF NCOLLBEST = 0
                    MOVE NCOLLSUB TO NCOLLBEST
                 ELSE
                    IF NTBLCOLLCNT(NCOLLSUB) < NTBLCOLLCNT(NCOLLBEST)
                       MOVE NCOLLSUB TO NCOLLBEST
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF NCOLLBEST = 0
              MOVE 'UNASSIGN' TO XSRTCOLL
              ADD 1 TO NUNASSIGNCNT
           ELSE
              MOVE XTBLCOLLID(NCOLLBEST) TO XSRTCOLL
              ADD 1 TO NTBLCOLLCNT(NCOLLBEST)
           END-IF.

       205-READ-SORTED.
           READ SORTEDQUEUE
              AT END
                 MOVE 'Y' TO XQUEUEEOF,
           END-READ.

       200-LOOP.
           PERFORM 210-QUEUE-LINE.
           PERFORM 205-READ-SORTED.

       210-QUEUE-LINE. *> sorted by collector - one page section each
           COPY "report-breakcheck.cbl" REPLACING
              ==:BREAK-KEY:==   BY ==XQCOLL==
              ==:BREAK-SAVE:==  BY ==XSAVECOLL==
              ==:BREAK-PARA:==  BY ==250-COLLECTOR-TOTAL==.
           IF NGRPCNT = 0
              PERFORM 220-COLLECTOR-HEAD
           END-IF.
           MOVE NQCUST TO NECUST.
           MOVE XQNAME TO XENAME.
           MOVE NQDAYS TO NEDAYS.
           EVALUATE NQSEV
              WHEN 3
                 MOVE 'FINAL ' TO XESTAGE
              WHEN 2
                 MOVE 'FIRM  ' TO XESTAGE
              WHEN OTHER
                 MOVE 'GENTLE' TO XESTAGE
           END-EVALUATE.
           MOVE NQBAL TO NEBAL.
           IF NQLASTDATE = 0
              MOVE 'NONE' TO XELASTDATE
              MOVE SPACES TO XELASTBY, XELASTOUT
           ELSE
              MOVE NQLASTDATE TO NLASTDATEED
              MOVE NLASTDATEED TO XELASTDATE
              MOVE XQLASTBY TO XELASTBY
              MOVE XQLASTOUT TO XELASTOUT
           END-IF.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           ADD 1 TO NGRPCNT.
           ADD NQBAL TO NGRPBAL.

       220-COLLECTOR-HEAD.
           MOVE XQCOLL TO XECOLLID.
           MOVE 'NO BAND COVERS THESE' TO XECOLLNAME.
           PERFORM VARYING NCOLLSUB FROM 1 BY 1
              UNTIL NCOLLSUB > NCOLLCNT
              IF XTBLCOLLID(NCOLLSUB) = XQCOLL
                 MOVE XTBLCOLLNAME(NCOLLSUB) TO XECOLLNAME
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE XCOLLHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTCOLHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTRULE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       250-COLLECTOR-TOTAL.
           MOVE NGRPCNT TO NEGRPCNT.
           MOVE NGRPBAL TO NEGRPBAL.
           MOVE XGROUPTOTAL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           ADD NGRPCNT TO NQUEUECNT.
           ADD NGRPBAL TO NQUEUEBAL.
           MOVE 0 TO NGRPCNT, NGRPBAL.

       300-TERMINATE.
           IF xCtrlBreakFirstRec = 'N'
              PERFORM 250-COLLECTOR-TOTAL
           ELSE
              MOVE 'NO PAST-DUE CUSTOMERS TO WORK TODAY.' TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
           END-IF.
           CLOSE SORTEDQUEUE.
           CLOSE RPTFILE.
           MOVE NQUEUEBAL TO NEGRPBAL.
           DISPLAY NQUEUECNT ' CUSTOMER(S) QUEUED, ' NEGRPBAL
              ' PAST DUE - SEE AR-workqueue.txt'.
           IF NPROMSKIPCNT > 0
              DISPLAY NPROMSKIPCNT ' LEFT OFF FOR A CURRENT PROMISE '
                 'TO PAY'
           END-IF.
           IF NFOLLOWSKIPCNT > 0
              DISPLAY NFOLLOWSKIPCNT ' LEFT OFF UNTIL THEIR FOLLOW-UP '
                 'DATE'
           END-IF.
           IF NUNASSIGNCNT > 0
              DISPLAY NUNASSIGNCNT ' CUSTOMER(S) FIT NO COLLECTOR '
                 'BAND - QUEUED UNDER UNASSIGN'
              MOVE 'WARNING' TO XEOJCODE
           END-IF.
           STRING "queued=" DELIMITED BY SIZE
              NQUEUECNT DELIMITED BY SIZE
              " promise=" DELIMITED BY SIZE
              NPROMSKIPCNT DELIMITED BY SIZE
              " followup=" DELIMITED BY SIZE
              NFOLLOWSKIPCNT DELIMITED BY SIZE
              " unassigned=" DELIMITED BY SIZE
              NUNASSIGNCNT DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
