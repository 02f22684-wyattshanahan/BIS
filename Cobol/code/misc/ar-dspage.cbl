       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-DSPAGE.
       AUTHOR. WYATT SHANAHAN.

      *> Dispute aging report. Every dispute still open on
      *> ARDisputes.txt (AR-DISPUTE) is listed under its owner,
      *> longest-running first, with the days it has been open, the
      *> reason, and the invoice balance it is holding out of
      *> dunning and finance charges (arDisputeFor in
      *> ../common/ardispute.cbl - build it alongside). Each owner's
      *> list totals, and the report closes with the open disputes
      *> bucketed 0-30 / 31-60 / 61-90 / over 90 days. A dispute
      *> whose invoice has since been paid or credited off shows a
      *> zero balance - it is waiting to be resolved, not worked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL DSPFILE ASSIGN TO DYNAMIC XDSPFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XDSPSTATUS.
           SELECT SRTDSPWK ASSIGN TO "ar-dspage-srt.wk".
           SELECT SORTEDDSP ASSIGN TO "ar-dspage-sorted.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO "AR-dispute-aging.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DSPFILE. *> AR-DISPUTE's layout
       01 XDSPREC.
              05 NDSPCUSTIN        PIC 9(5).
              05 NDSPINVIN         PIC 9(6).
              05 XDSPREASONIN      PIC XX.
              05 NDSPOPENEDIN      PIC 9(8).
              05 XDSPOWNERIN       PIC X(8).
              05 XDSPRESOLVEIN     PIC XX. *> SPACES = STILL OPEN
              05 NDSPRESDATEIN     PIC 9(8).
              05 XDSPNOTEIN        PIC X(40).

       SD SRTDSPWK.
       01 XSRTDSPREC.
              05 XSRTOWNER         PIC X(8).
              05 NSRTDAYS          PIC 9(5).
              05 NSRTCUST          PIC 9(5).
              05 NSRTINV           PIC 9(6).
              05 XSRTREASON        PIC XX.
              05 NSRTOPENED        PIC 9(8).
              05 NSRTAMT           PIC 9(6)V99.
              05 XSRTNOTE          PIC X(40).

       FD SORTEDDSP.
       01 XDSPSORTREC.
              05 XSOWNER           PIC X(8).
              05 NSDAYS            PIC 9(5).
              05 NSCUST            PIC 9(5).
              05 NSINV             PIC 9(6).
              05 XSREASON          PIC XX.
              05 NSOPENED          PIC 9(8).
              05 NSAMT             PIC 9(6)V99.
              05 XSNOTE            PIC X(40).

       FD RPTFILE.
       01 XRPTLINE              PIC X(80).

       WORKING-STORAGE SECTION.
              77 XDSPFILENAME   PIC X(100).
              77 XDSPSTATUS     PIC XX. *> OPTIONAL - no file means
              *> nothing has ever been disputed
              77 XDSPEOF        PIC X        VALUE 'N'.
              77 XSORTEOF       PIC X        VALUE 'N'.
              77 NDAYSOPEN      PIC S9(5)    VALUE 0.
              77 NDSPAMT        PIC 9(6)V99  VALUE 0.
              77 XDSPFOUND      PIC X        VALUE 'N'.
              77 NDSPOLDEST     PIC 9(8)     VALUE 0.
              77 XSAVEOWNER     PIC X(8)     VALUE SPACES.
              77 NOWNCNT        PIC 9(4)     VALUE 0.
              77 NOWNAMT        PIC 9(7)V99  VALUE 0.
              77 NTOTCNT        PIC 9(4)     VALUE 0.
              77 NTOTAMT        PIC 9(7)V99  VALUE 0.
              77 NBKTSUB        PIC 9        VALUE 0.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AR-DSPAGE".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              COPY "rundate-ws.cbl".
              COPY "report-breakcheck-ws.cbl".

              01 XBUCKETNAMES.
                     05 FILLER      PIC X(12) VALUE '0-30 DAYS   '.
                     05 FILLER      PIC X(12) VALUE '31-60 DAYS  '.
                     05 FILLER      PIC X(12) VALUE '61-90 DAYS  '.
                     05 FILLER      PIC X(12) VALUE 'OVER 90 DAYS'.
              01 XBUCKETTABLE REDEFINES XBUCKETNAMES.
                     05 XBUCKETNAME PIC X(12) OCCURS 4 TIMES.

              01 XBUCKETTOTALS.
                     05 XBUCKETELEMENT OCCURS 4 TIMES.
                            10 NBKTCNT  PIC 9(4).
                            10 NBKTAMT  PIC 9(7)V99.

              01 XRPTHEAD.
                     05 FILLER      PIC X(30) VALUE
                        'OPEN INVOICE DISPUTES AS OF  '.
                     05 NEHEADDATE  PIC 9999/99/99.

              01 XOWNERHEAD.
                     05 FILLER      PIC X(7)  VALUE 'OWNER: '.
                     05 XEOWNER     PIC X(8).

              01 XRPTCOLHEAD.
                     05 FILLER      PIC X(40) VALUE
                        'CUST  INVOICE OPENED      DAYS RSN   BAL'.
                     05 FILLER      PIC X(40) VALUE
                        'ANCE  NOTE                              '.

              01 XRPTDETAIL.
                     05 NECUST      PIC 9(5).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEINV       PIC 9(6).
                     05 FILLER      PIC X(2)  VALUE SPACES.
                     05 NEOPENED    PIC 9999/99/99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEDAYS      PIC ZZZZ9.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEREASON    PIC XX.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NEAMT       PIC $$$,$$9.99.
                     05 FILLER      PIC X(2)  VALUE SPACES.
                     05 XENOTE      PIC X(34).

              01 XOWNERTOTAL.
                     05 FILLER      PIC X(6)  VALUE SPACES.
                     05 NEOWNCNT    PIC ZZZ9.
                     05 FILLER      PIC X(22) VALUE
                        ' OPEN DISPUTE(S)      '.
                     05 NEOWNAMT    PIC $$,$$$,$$9.99.

              01 XBUCKETLINE.
                     05 XEBKTNAME   PIC X(12).
                     05 FILLER      PIC X(2)  VALUE SPACES.
                     05 NEBKTCNT    PIC ZZZ9.
                     05 FILLER      PIC X(14) VALUE
                        ' DISPUTE(S)   '.
                     05 NEBKTAMT    PIC $$,$$$,$$9.99.

              01 XRPTRULE       PIC X(78)    VALUE ALL '-'.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 200-LOOP UNTIL XSORTEOF = 'Y'.
           PERFORM 300-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'ARDisputes.txt' TO XDSPFILENAME.
           ACCEPT XDSPFILENAME FROM ENVIRONMENT 'AR_DISPUTE_FILE'
              ON EXCEPTION
                 MOVE 'ARDisputes.txt' TO XDSPFILENAME
           END-ACCEPT.
           INITIALIZE XBUCKETTOTALS.
           SORT SRTDSPWK
              ON ASCENDING KEY XSRTOWNER
              ON DESCENDING KEY NSRTDAYS
              ON ASCENDING KEY NSRTCUST
              INPUT PROCEDURE IS 110-RELEASE-OPEN
              GIVING SORTEDDSP.
           OPEN INPUT SORTEDDSP.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO NEHEADDATE.
           MOVE XRPTHEAD TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           PERFORM 205-READ-SORTED.

       110-RELEASE-OPEN. *> resolved disputes are history, not aged
           OPEN INPUT DSPFILE.
           IF XDSPSTATUS = '00'
              PERFORM 111-RELEASE-ONE UNTIL XDSPEOF = 'Y'
           END-IF.
           CLOSE DSPFILE.

       111-RELEASE-ONE.
           READ DSPFILE
              AT END
                 MOVE 'Y' TO XDSPEOF,
              NOT AT END
                 IF XDSPRESOLVEIN = SPACES
                    COMPUTE NDAYSOPEN =
                       FUNCTION INTEGER-OF-DATE(nRunDate) -
                       FUNCTION INTEGER-OF-DATE(NDSPOPENEDIN)
                    IF NDAYSOPEN < 0
                       MOVE 0 TO NDAYSOPEN
                    END-IF
                    CALL "arDisputeFor" USING NDSPCUSTIN NDSPINVIN
                       NDSPAMT XDSPFOUND NDSPOLDEST
                    MOVE XDSPOWNERIN  TO XSRTOWNER
                    MOVE NDAYSOPEN    TO NSRTDAYS
                    MOVE NDSPCUSTIN   TO NSRTCUST
                    MOVE NDSPINVIN    TO NSRTINV
                    MOVE XDSPREASONIN TO XSRTREASON
                    MOVE NDSPOPENEDIN TO NSRTOPENED
                    MOVE NDSPAMT      TO NSRTAMT
                    MOVE XDSPNOTEIN   TO XSRTNOTE
                    RELEASE XSRTDSPREC
                 END-IF,
           END-READ.

       205-READ-SORTED.
           READ SORTEDDSP
              AT END
                 MOVE 'Y' TO XSORTEOF,
           END-READ.

       200-LOOP.
           PERFORM 210-DISPUTE-LINE.
           PERFORM 205-READ-SORTED.

       210-DISPUTE-LINE. *> sorted by owner, oldest first
           COPY "report-breakcheck.cbl" REPLACING
              ==:BREAK-KEY:==   BY ==XSOWNER==
              ==:BREAK-SAVE:==  BY ==XSAVEOWNER==
              ==:BREAK-PARA:==  BY ==250-OWNER-TOTAL==.
           IF NOWNCNT = 0
              MOVE XSOWNER TO XEOWNER
              MOVE XOWNERHEAD TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              MOVE XRPTCOLHEAD TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              MOVE XRPTRULE TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
           END-IF.
           MOVE NSCUST TO NECUST.
           MOVE NSINV TO NEINV.
           MOVE NSOPENED TO NEOPENED.
           MOVE NSDAYS TO NEDAYS.
           MOVE XSREASON TO XEREASON.
           MOVE NSAMT TO NEAMT.
           MOVE XSNOTE TO XENOTE.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           ADD 1 TO NOWNCNT.
           ADD NSAMT TO NOWNAMT.
           EVALUATE TRUE
              WHEN NSDAYS <= 30
                 MOVE 1 TO NBKTSUB
              WHEN NSDAYS <= 60
                 MOVE 2 TO NBKTSUB
              WHEN NSDAYS <= 90
                 MOVE 3 TO NBKTSUB
              WHEN OTHER
                 MOVE 4 TO NBKTSUB
           END-EVALUATE.
           ADD 1 TO NBKTCNT(NBKTSUB).
           ADD NSAMT TO NBKTAMT(NBKTSUB).

       250-OWNER-TOTAL.
           MOVE NOWNCNT TO NEOWNCNT.
           MOVE NOWNAMT TO NEOWNAMT.
           MOVE XOWNERTOTAL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           ADD NOWNCNT TO NTOTCNT.
           ADD NOWNAMT TO NTOTAMT.
           MOVE 0 TO NOWNCNT, NOWNAMT.

       300-TERMINATE.
           IF xCtrlBreakFirstRec = 'N'
              PERFORM 250-OWNER-TOTAL
           ELSE
              MOVE 'NO OPEN DISPUTES.' TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
              MOVE SPACES TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
           END-IF.
           CLOSE SORTEDDSP.
           MOVE 'AGE OF OPEN DISPUTES' TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTRULE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           PERFORM 310-BUCKET-LINE
              VARYING NBKTSUB FROM 1 BY 1 UNTIL NBKTSUB > 4.
           MOVE 'TOTAL' TO XEBKTNAME.
           MOVE NTOTCNT TO NEBKTCNT.
           MOVE NTOTAMT TO NEBKTAMT.
           MOVE XBUCKETLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           CLOSE RPTFILE.
           MOVE NTOTAMT TO NEOWNAMT.
           DISPLAY NTOTCNT ' OPEN DISPUTE(S) HOLDING ' NEOWNAMT
              ' - SEE AR-dispute-aging.txt'.
           IF NBKTCNT(4) > 0
              DISPLAY NBKTCNT(4) ' DISPUTE(S) OPEN OVER 90 DAYS'
              MOVE 'WARNING' TO XEOJCODE
           END-IF.
           STRING "open=" DELIMITED BY SIZE
              NTOTCNT DELIMITED BY SIZE
              " over90=" DELIMITED BY SIZE
              NBKTCNT(4) DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.

       310-BUCKET-LINE.
           MOVE XBUCKETNAME(NBKTSUB) TO XEBKTNAME.
           MOVE NBKTCNT(NBKTSUB) TO NEBKTCNT.
           MOVE NBKTAMT(NBKTSUB) TO NEBKTAMT.
           MOVE XBUCKETLINE TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
