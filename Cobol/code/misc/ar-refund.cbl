       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-REFUND.
       AUTHOR. WYATT SHANAHAN.

      *> Customer refunds for credit balances. FILEREADER lists the
      *> customers we owe money to; this run pays them back, in two
      *> passes so nothing is mailed that nobody approved:
      *>   AR_REFUND_MODE P (the default) - PROPOSE. Every credit
      *>     balance older than AR_REFUND_DAYS days (default 60,
      *>     judged from the customer's date as FILEREADER ages it)
      *>     and not on over-limit hold is written to
      *>     AR-refund-proposal.txt, one line per customer with a
      *>     blank approval column, and listed on the proposal
      *>     report. The approver puts an A in column 1 of each line
      *>     to be paid.
      *>   AR_REFUND_MODE I - ISSUE. Each approved line is checked
      *>     against the master again - still a credit, still the
      *>     amount proposed, still not on hold - and paid: a refund
      *>     check numbered from ARNextCheck.ctl, a positive-pay
      *>     record for the bank (PAYROLL-01's layout), and an F
      *>     refund transaction on AR-trans.txt for the refunded
      *>     amount, which AR-POST posts to bring the balance to zero
      *>     and carries to the AR GL extract (debit the AR control,
      *>     credit cash). A line that no longer matches is skipped
      *>     with the reason and the job ends WARNING; propose again.
      *> A customer with an F already waiting on AR-trans.txt is
      *> neither proposed nor paid twice before AR-POST runs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTFILE ASSIGN TO DYNAMIC XCUSTFILENAME
              ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TRANSFILE ASSIGN TO DYNAMIC XTRANSFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XTRANSSTATUS.
           SELECT OPTIONAL PROPFILE ASSIGN TO "AR-refund-proposal.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XPROPSTATUS.
           SELECT OPTIONAL ADDRFILE ASSIGN TO DYNAMIC XADDRFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XADDRSTATUS.
           SELECT OPTIONAL CHKCTLFILE ASSIGN TO "ARNextCheck.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHKCTLSTATUS.
           SELECT CHECKFILE ASSIGN TO "AR-refund-checks.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSPAYFILE ASSIGN TO "AR-refund-positivepay.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE ASSIGN TO DYNAMIC XRPTFILENAME
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

       FD TRANSFILE. *> AR-POST's transaction layout
       01 XTRANSREC.
              05 NTRCUST           PIC 9(5).
              05 XTRTYPE           PIC X. *> F = REFUND CHECK
              05 NTRAMT            PIC 9(5)V99.
              05 NTRDATE           PIC 9(8).
              05 NTRINV            PIC 9(6). *> F carries the check
              *> number here
              05 XTRREASON         PIC XX.
              05 XTRAPPROV         PIC X(8).

       FD PROPFILE. *> refund proposal - column 1 is the approval
       01 XPROPREC.
              05 XPRPAPPROVE       PIC X. *> A = APPROVED TO PAY
              05 NPRPCUST          PIC 9(5).
              05 NPRPAMT           PIC 9(5)V99. *> the credit owed
              05 NPRPDATE          PIC 9(8). *> date proposed
              05 NPRPDAYS          PIC 9(5). *> age of the credit
              05 XPRPNAME          PIC X(30).

       FD ADDRFILE. *> customer mailing addresses (CUST-ADDR)
       01 XADDRREC.
              05 NADRCUSTIN        PIC 9(5).
              05 XADRSTREETIN      PIC X(25).
              05 XADRCITYIN        PIC X(16).
              05 XADRSTATEIN       PIC X(2).
              05 XADRZIPIN         PIC X(10).
              05 XADREXEMPTIN      PIC X.
              05 XADRCERTIN        PIC X(15).

       FD CHKCTLFILE. *> next AR refund check number - the AR bank
          *> account's own series, apart from payroll's NextCheck.ctl
       01 XCHKCTLREC.
              05 NCHKCTLNEXT       PIC 9(6).

       FD CHECKFILE.
       01 XCHECKREC.
              05 NCHKNUMOUT        PIC 9(6).
              05 FILLER            PIC X.
              05 NCHKDATEOUT       PIC 9(8).
              05 FILLER            PIC X.
              05 NCHKCUSTOUT       PIC 9(5).
              05 FILLER            PIC X.
              05 XCHKNAMEOUT       PIC X(30).
              05 FILLER            PIC X.
              05 NECHKAMTOUT       PIC $ZZ,ZZ9.99.
       01 XCHECKADDRLINE.
              05 FILLER            PIC X(22).
              05 XCHKADDRTEXT      PIC X(58).

       FD POSPAYFILE. *> positive-pay issue file, PAYROLL-01 layout
       01 XPPAYHDRREC.
              05 XPPHDRTAG         PIC X(3). *> 'HDR'
              05 NPPHDRDATE        PIC 9(8).
              05 XPPHDRSOURCE      PIC X(20).
       01 XPPAYTRLREC.
              05 XPPTRLTAG         PIC X(3). *> 'TRL'
              05 NPPTRLCOUNT       PIC 9(5).
              05 NPPTRLAMOUNT      PIC 9(9)V99.
       01 XPPAYDETAILREC.
              05 XPPAYTYPEOUT      PIC X. *> I = issue, V = void
              05 NPPAYNUMOUT       PIC 9(6).
              05 NPPAYDATEOUT      PIC 9(8).
              05 XPPAYNAMEOUT      PIC X(40).
              05 NPPAYAMTOUT       PIC 9(7)V99.

       FD RPTFILE.
       01 XRPTLINE              PIC X(80).

       WORKING-STORAGE SECTION.
              77 XCUSTFILENAME  PIC X(100).
              77 XTRANSFILENAME PIC X(100).
              77 XTRANSSTATUS   PIC XX.
              77 XPROPSTATUS    PIC XX.
              77 XADDRFILENAME  PIC X(100).
              77 XADDRSTATUS    PIC XX. *> ADDRFILE is OPTIONAL - a
              *> check with no address on file prints name only
              77 XCHKCTLSTATUS  PIC XX.
              77 XRPTFILENAME   PIC X(100).
              77 XCUSTEOF       PIC X        VALUE 'N'.
              77 XTRANSEOF      PIC X        VALUE 'N'.
              77 XPROPEOF       PIC X        VALUE 'N'.
              77 XADDREOF       PIC X        VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80)    VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20)    VALUE "AR-REFUND".
              77 XAUDITEVENTSTART PIC X(8)   VALUE "START".
              77 XAUDITEVENTEND PIC X(8)     VALUE "END".
              77 XEOJCODE       PIC X(8)     VALUE "CLEAN".
              77 XMODE          PIC X        VALUE 'P'.
              77 XPARMDAYS      PIC X(3)     VALUE SPACES.
              77 NREFUNDDAYS    PIC 9(3)     VALUE 60. *> minimum age
              *> of a credit before it is refunded - AR_REFUND_DAYS
              *> overrides
              77 NDUEDATE       PIC 9(8).
              77 NDAYSOLD       PIC S9(5).
              77 NCREDITAMT     PIC 9(5)V99  VALUE 0.
              77 NNEXTCHECKNUM  PIC 9(6)     VALUE 500001. *> first
              *> number used if ARNextCheck.ctl has never been written
              77 NPENDCNT       PIC 9(3)     VALUE 0.
              77 NPENDSUB       PIC 9(3)     VALUE 0.
              77 NPENDKEY       PIC 9(5)     VALUE 0.
              77 NCRCNT         PIC 9(4)     VALUE 0.
              77 NCRSUB         PIC 9(4)     VALUE 0.
              77 NADDRCNT       PIC 9(3)     VALUE 0.
              77 NADDRSUB       PIC 9(3)     VALUE 0.
              77 XSKIPWHY       PIC X(40)    VALUE SPACES.
              77 NPROPCNT       PIC 9(4)     VALUE 0.
              77 NPROPTOT       PIC 9(7)V99  VALUE 0.
              77 NHELDCNT       PIC 9(4)     VALUE 0.
              77 NYOUNGCNT      PIC 9(4)     VALUE 0.
              77 NPENDSKIPCNT   PIC 9(4)     VALUE 0.
              77 NCHECKCNT      PIC 9(5)     VALUE 0.
              77 NCHECKAMT      PIC 9(9)V99  VALUE 0.
              77 NNOTAPPRCNT    PIC 9(4)     VALUE 0.
              77 NSKIPCNT       PIC 9(4)     VALUE 0.
              77 NETOTAMT       PIC $$,$$$,$$9.99.
              COPY "rundate-ws.cbl".

              01 XPENDTABLE. *> customers with an F refund already
                 *> waiting on the transaction file
                     05 NPENDCUST OCCURS 500 TIMES PIC 9(5).

              01 XCREDITTABLE. *> the master's credit balances, for
                 *> re-checking approved lines at issue
                     05 XCRELEMENT OCCURS 1000 TIMES.
                            10 NCRCUST      PIC 9(5).
                            10 NCRAMT       PIC 9(5)V99.
                            10 XCRHOLD      PIC X.
                            10 XCRNAME      PIC X(30).

              01 XADDRTABLE.
                     05 XADDRELEMENT OCCURS 500 TIMES.
                            10 NTBLADRCUST  PIC 9(5).
                            10 XTBLSTREET   PIC X(25).
                            10 XTBLCITY     PIC X(16).
                            10 XTBLSTATE    PIC X(2).
                            10 XTBLZIP      PIC X(10).

              01 XRPTHEADING.
                     05 XRPTTITLE   PIC X(30).
                     05 FILLER      PIC X(5)  VALUE SPACES.
                     05 NERPTDATE   PIC 9999/99/99.

              01 XRPTCOLUMNS.
                     05 FILLER      PIC X(40) VALUE
                        'CUST   NAME                         DAYS'.
                     05 FILLER      PIC X(40) VALUE
                        '      REFUND  CHECK   NOTE'.

              01 XRPTDETAIL.
                     05 NERPTCUST   PIC 9(5).
                     05 FILLER      PIC XX    VALUE SPACES.
                     05 XRPTNAME    PIC X(28).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NERPTDAYS   PIC ZZZZ9.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 NERPTAMT    PIC $$$,$$9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XERPTCHECK  PIC X(6).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XRPTNOTE    PIC X(20).

              01 XRPTTOTAL.
                     05 NERPTCNT    PIC ZZZ9.
                     05 XRPTTOTTAG  PIC X(20).
                     05 NERPTTOT    PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 110-LOAD-PENDING.
           IF XMODE = 'I'
              PERFORM 300-ISSUE-RUN
           ELSE
              PERFORM 200-PROPOSE-RUN
           END-IF.
           PERFORM 500-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'customer-20.txt' TO XCUSTFILENAME.
           ACCEPT XCUSTFILENAME FROM ENVIRONMENT 'CUSTOMER_FILE'
              ON EXCEPTION
                 MOVE 'customer-20.txt' TO XCUSTFILENAME
           END-ACCEPT.
           MOVE 'AR-trans.txt' TO XTRANSFILENAME.
           ACCEPT XTRANSFILENAME FROM ENVIRONMENT 'AR_TRANS_FILE'
              ON EXCEPTION
                 MOVE 'AR-trans.txt' TO XTRANSFILENAME
           END-ACCEPT.
           MOVE 'CustAddress.txt' TO XADDRFILENAME.
           ACCEPT XADDRFILENAME FROM ENVIRONMENT 'CUST_ADDR_FILE'
              ON EXCEPTION
                 MOVE 'CustAddress.txt' TO XADDRFILENAME
           END-ACCEPT.
           ACCEPT XMODE FROM ENVIRONMENT 'AR_REFUND_MODE'
              ON EXCEPTION MOVE 'P' TO XMODE
           END-ACCEPT.
           IF XMODE = 'i'
              MOVE 'I' TO XMODE
           END-IF.
           ACCEPT XPARMDAYS FROM ENVIRONMENT 'AR_REFUND_DAYS'
              ON EXCEPTION MOVE SPACES TO XPARMDAYS
           END-ACCEPT.
           IF XPARMDAYS NOT = SPACES
              AND FUNCTION TEST-NUMVAL(XPARMDAYS) = 0
              COMPUTE NREFUNDDAYS = FUNCTION NUMVAL(XPARMDAYS)
           END-IF.
           IF XMODE = 'I'
              MOVE 'AR-refund-register.txt' TO XRPTFILENAME
              MOVE 'CUSTOMER REFUND CHECKS ISSUED' TO XRPTTITLE
           ELSE
              MOVE 'AR-refund-proposal-rpt.txt' TO XRPTFILENAME
              MOVE 'CUSTOMER REFUND PROPOSAL' TO XRPTTITLE
           END-IF.
           OPEN OUTPUT RPTFILE.
           MOVE nRunDate TO NERPTDATE.
           MOVE XRPTHEADING TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE XRPTCOLUMNS TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       110-LOAD-PENDING. *> refunds issued but not yet posted
           OPEN INPUT TRANSFILE.
           IF XTRANSSTATUS = '00'
              PERFORM 111-READ-PENDING UNTIL XTRANSEOF = 'Y'
           END-IF.
           CLOSE TRANSFILE.

       111-READ-PENDING.
           READ TRANSFILE
              AT END
                 MOVE 'Y' TO XTRANSEOF,
              NOT AT END
                 IF XTRTYPE = 'F' AND NPENDCNT < 500
                    ADD 1 TO NPENDCNT
                    MOVE NTRCUST TO NPENDCUST(NPENDCNT)
                 END-IF,
           END-READ.

       120-FIND-PENDING. *> NPENDSUB > NPENDCNT when none waiting
           PERFORM VARYING NPENDSUB FROM 1 BY 1
              UNTIL NPENDSUB > NPENDCNT
              OR NPENDCUST(NPENDSUB) = NPENDKEY
              CONTINUE
           END-PERFORM.

       130-AGE-CREDIT. *> the same NDAYSOLD FILEREADER's
          *> 215-AGE-BUCKET computes, on the positive amount owed
           COMPUTE NDUEDATE = NYEAR * 10000 + NMONTH * 100 + NDAY.
           COMPUTE NDAYSOLD =
              FUNCTION INTEGER-OF-DATE(nRunDate) -
              FUNCTION INTEGER-OF-DATE(NDUEDATE).
           COMPUTE NCREDITAMT = 0 - NBALANCE.

      *> ==============================================================
      *> PROPOSE - list every credit old enough to pay back
      *> ==============================================================
       200-PROPOSE-RUN.
           OPEN INPUT CUSTFILE.
           OPEN OUTPUT PROPFILE.
           PERFORM 210-PROPOSE-READ UNTIL XCUSTEOF = 'Y'.
           CLOSE CUSTFILE.
           CLOSE PROPFILE.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NPROPCNT TO NERPTCNT.
           MOVE ' REFUNDS PROPOSED   ' TO XRPTTOTTAG.
           MOVE NPROPTOT TO NERPTTOT.
           MOVE XRPTTOTAL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NPROPTOT TO NETOTAMT.
           DISPLAY NPROPCNT ' REFUND(S) PROPOSED TOTALING ' NETOTAMT
              ' - MARK COLUMN 1 OF AR-refund-proposal.txt WITH A TO '
              'APPROVE'.
           DISPLAY NHELDCNT ' CREDIT(S) ON HOLD, ' NYOUNGCNT
              ' UNDER ' NREFUNDDAYS ' DAYS, ' NPENDSKIPCNT
              ' ALREADY ISSUED - NOT PROPOSED'.
           STRING "mode=P proposed=" DELIMITED BY SIZE
              NPROPCNT DELIMITED BY SIZE
              " amount=" DELIMITED BY SIZE
              NETOTAMT DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.

       210-PROPOSE-READ.
           READ CUSTFILE
              AT END
                 MOVE 'Y' TO XCUSTEOF,
              NOT AT END
                 IF NBALANCE < 0
                    PERFORM 220-JUDGE-CREDIT
                 END-IF,
           END-READ.

       220-JUDGE-CREDIT. *> a hold means someone is looking at the
          *> account - it is reported, never proposed
           PERFORM 130-AGE-CREDIT.
           MOVE NCUSTNUMIN TO NPENDKEY.
           PERFORM 120-FIND-PENDING.
           MOVE SPACES TO XRPTNOTE.
           MOVE SPACES TO XERPTCHECK.
           EVALUATE TRUE
              WHEN XHOLDFLAG = 'H'
                 ADD 1 TO NHELDCNT
                 MOVE 'ON HOLD - NOT PAID' TO XRPTNOTE
              WHEN NPENDSUB NOT > NPENDCNT
                 ADD 1 TO NPENDSKIPCNT
                 MOVE 'ISSUED - NOT POSTED YET' TO XRPTNOTE
              WHEN NDAYSOLD NOT > NREFUNDDAYS
                 ADD 1 TO NYOUNGCNT
              WHEN OTHER
                 ADD 1 TO NPROPCNT
                 ADD NCREDITAMT TO NPROPTOT
                 MOVE SPACE TO XPRPAPPROVE
                 MOVE NCUSTNUMIN TO NPRPCUST
                 MOVE NCREDITAMT TO NPRPAMT
                 MOVE nRunDate TO NPRPDATE
                 MOVE NDAYSOLD TO NPRPDAYS
                 MOVE FUNCTION CONCATENATE(FUNCTION TRIM(XLASTNAME),
                    ", ", XFIRSTNAME) TO XPRPNAME
                 WRITE XPROPREC
                 MOVE 'PROPOSED' TO XRPTNOTE
           END-EVALUATE.
           IF XRPTNOTE NOT = SPACES
              MOVE NCUSTNUMIN TO NERPTCUST
              MOVE FUNCTION CONCATENATE(FUNCTION TRIM(XLASTNAME),
                 ", ", XFIRSTNAME) TO XRPTNAME
              MOVE NDAYSOLD TO NERPTDAYS
              MOVE NCREDITAMT TO NERPTAMT
              MOVE XRPTDETAIL TO XRPTLINE
              WRITE XRPTLINE BEFORE ADVANCING 1 LINE
           END-IF.

      *> ==============================================================
      *> ISSUE - pay the approved lines that still hold good
      *> ==============================================================
       300-ISSUE-RUN.
           PERFORM 310-LOAD-CREDITS.
           PERFORM 320-LOAD-ADDRESSES.
           OPEN INPUT CHKCTLFILE.
           IF XCHKCTLSTATUS = '00'
              READ CHKCTLFILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE NCHKCTLNEXT TO NNEXTCHECKNUM
              END-READ
           END-IF.
           CLOSE CHKCTLFILE.
           OPEN OUTPUT CHECKFILE.
           OPEN OUTPUT POSPAYFILE.
           MOVE 'HDR' TO XPPHDRTAG.
           MOVE nRunDate TO NPPHDRDATE.
           MOVE 'AR-REFUND' TO XPPHDRSOURCE.
           WRITE XPPAYHDRREC.
           OPEN EXTEND TRANSFILE.
           IF XTRANSSTATUS NOT = "00"
              OPEN OUTPUT TRANSFILE
           END-IF.
           OPEN INPUT PROPFILE.
           IF XPROPSTATUS NOT = '00'
              DISPLAY 'NO REFUND PROPOSAL ON FILE - RUN AR-REFUND '
                 'IN MODE P FIRST'
              MOVE 'Y' TO XPROPEOF
           END-IF.
           PERFORM 330-ISSUE-READ UNTIL XPROPEOF = 'Y'.
           CLOSE PROPFILE.
           CLOSE TRANSFILE.
           MOVE 'TRL' TO XPPTRLTAG.
           MOVE NCHECKCNT TO NPPTRLCOUNT.
           MOVE NCHECKAMT TO NPPTRLAMOUNT.
           WRITE XPPAYTRLREC.
           CLOSE POSPAYFILE.
           CLOSE CHECKFILE.
           IF NCHECKCNT > 0
              OPEN OUTPUT CHKCTLFILE
              MOVE NNEXTCHECKNUM TO NCHKCTLNEXT
              WRITE XCHKCTLREC
              CLOSE CHKCTLFILE
           END-IF.
           MOVE SPACES TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NCHECKCNT TO NERPTCNT.
           MOVE ' REFUND CHECKS      ' TO XRPTTOTTAG.
           MOVE NCHECKAMT TO NERPTTOT.
           MOVE XRPTTOTAL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.
           MOVE NCHECKAMT TO NETOTAMT.
           DISPLAY NCHECKCNT ' REFUND CHECK(S) ISSUED TOTALING '
              NETOTAMT ' - POST AR-trans.txt THROUGH AR-POST'.
           DISPLAY NSKIPCNT ' APPROVED LINE(S) SKIPPED, '
              NNOTAPPRCNT ' NOT APPROVED'.
           IF NSKIPCNT > 0
              MOVE 'WARNING' TO XEOJCODE
           END-IF.
           STRING "mode=I checks=" DELIMITED BY SIZE
              NCHECKCNT DELIMITED BY SIZE
              " amount=" DELIMITED BY SIZE
              NETOTAMT DELIMITED BY SIZE
              " skipped=" DELIMITED BY SIZE
              NSKIPCNT DELIMITED BY SIZE
              INTO XAUDITDETAIL
              ON OVERFLOW CONTINUE
           END-STRING.

       310-LOAD-CREDITS.
           OPEN INPUT CUSTFILE.
           PERFORM 311-READ-CREDIT UNTIL XCUSTEOF = 'Y'.
           CLOSE CUSTFILE.

       311-READ-CREDIT.
           READ CUSTFILE
              AT END
                 MOVE 'Y' TO XCUSTEOF,
              NOT AT END
                 IF NBALANCE < 0
                    IF NCRCNT < 1000
                       ADD 1 TO NCRCNT
                       MOVE NCUSTNUMIN TO NCRCUST(NCRCNT)
                       COMPUTE NCRAMT(NCRCNT) = 0 - NBALANCE
                       MOVE XHOLDFLAG TO XCRHOLD(NCRCNT)
                       MOVE FUNCTION CONCATENATE(
                          FUNCTION TRIM(XLASTNAME), ", ",
                          XFIRSTNAME) TO XCRNAME(NCRCNT)
                    ELSE
                       DISPLAY 'CREDIT TABLE FULL - CUSTOMER '
                          NCUSTNUMIN ' CANNOT BE REFUNDED THIS RUN'
                    END-IF
                 END-IF,
           END-READ.

       320-LOAD-ADDRESSES. *> ADDRFILE is OPTIONAL
           OPEN INPUT ADDRFILE.
           IF XADDRSTATUS = '00'
              PERFORM 321-READ-ADDRESS UNTIL XADDREOF = 'Y'
           END-IF.
           CLOSE ADDRFILE.

       321-READ-ADDRESS.
           READ ADDRFILE
              AT END
                 MOVE 'Y' TO XADDREOF,
              NOT AT END
                 IF NADDRCNT < 500
                    ADD 1 TO NADDRCNT
                    MOVE NADRCUSTIN   TO NTBLADRCUST(NADDRCNT)
                    MOVE XADRSTREETIN TO XTBLSTREET(NADDRCNT)
                    MOVE XADRCITYIN   TO XTBLCITY(NADDRCNT)
                    MOVE XADRSTATEIN  TO XTBLSTATE(NADDRCNT)
                    MOVE XADRZIPIN    TO XTBLZIP(NADDRCNT)
                 END-IF,
           END-READ.

       330-ISSUE-READ.
           READ PROPFILE
              AT END
                 MOVE 'Y' TO XPROPEOF,
              NOT AT END
                 IF XPRPAPPROVE = 'A' OR XPRPAPPROVE = 'a'
                    PERFORM 340-CHECK-APPROVED
                 ELSE
                    ADD 1 TO NNOTAPPRCNT
                 END-IF,
           END-READ.

       340-CHECK-APPROVED. *> the master may have moved since the
          *> proposal - pay only what still holds exactly
           MOVE NPRPCUST TO NPENDKEY.
           PERFORM 120-FIND-PENDING.
           PERFORM VARYING NCRSUB FROM 1 BY 1
              UNTIL NCRSUB > NCRCNT
              OR NCRCUST(NCRSUB) = NPRPCUST
              CONTINUE
           END-PERFORM.
           MOVE SPACES TO XSKIPWHY.
           EVALUATE TRUE
              WHEN NPENDSUB NOT > NPENDCNT
                 MOVE 'ISSUED - NOT POSTED YET' TO XSKIPWHY
              WHEN NCRSUB > NCRCNT
                 MOVE 'NO CREDIT BALANCE NOW' TO XSKIPWHY
              WHEN XCRHOLD(NCRSUB) = 'H'
                 MOVE 'ON HOLD - NOT PAID' TO XSKIPWHY
              WHEN NCRAMT(NCRSUB) NOT = NPRPAMT
                 MOVE 'CREDIT HAS CHANGED' TO XSKIPWHY
           END-EVALUATE.
           MOVE NPRPCUST TO NERPTCUST.
           MOVE XPRPNAME TO XRPTNAME.
           MOVE NPRPDAYS TO NERPTDAYS.
           MOVE NPRPAMT TO NERPTAMT.
           IF XSKIPWHY NOT = SPACES
              ADD 1 TO NSKIPCNT
              MOVE SPACES TO XERPTCHECK
              MOVE XSKIPWHY TO XRPTNOTE
              DISPLAY 'REFUND SKIPPED - CUSTOMER ' NPRPCUST ': '
                 XSKIPWHY
           ELSE
              PERFORM 350-WRITE-CHECK
              MOVE 'ISSUED' TO XRPTNOTE
           END-IF.
           MOVE XRPTDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       350-WRITE-CHECK. *> check and mailing block, positive pay,
          *> and the F transaction that zeroes the balance
           MOVE SPACES TO XCHECKREC.
           MOVE NNEXTCHECKNUM TO NCHKNUMOUT.
           MOVE nRunDate TO NCHKDATEOUT.
           MOVE NPRPCUST TO NCHKCUSTOUT.
           MOVE XCRNAME(NCRSUB) TO XCHKNAMEOUT.
           MOVE NPRPAMT TO NECHKAMTOUT.
           WRITE XCHECKREC BEFORE ADVANCING 1 LINE.
           PERFORM 355-ADDRESS-BLOCK.
           MOVE 'I' TO XPPAYTYPEOUT.
           MOVE NNEXTCHECKNUM TO NPPAYNUMOUT.
           MOVE nRunDate TO NPPAYDATEOUT.
           MOVE XCRNAME(NCRSUB) TO XPPAYNAMEOUT.
           MOVE NPRPAMT TO NPPAYAMTOUT.
           WRITE XPPAYDETAILREC.
           MOVE NPRPCUST TO NTRCUST.
           MOVE 'F' TO XTRTYPE.
           MOVE NPRPAMT TO NTRAMT.
           MOVE nRunDate TO NTRDATE.
           MOVE NNEXTCHECKNUM TO NTRINV.
           MOVE SPACES TO XTRREASON.
           MOVE SPACES TO XTRAPPROV.
           WRITE XTRANSREC.
           MOVE NNEXTCHECKNUM TO XERPTCHECK.
           ADD 1 TO NCHECKCNT.
           ADD NPRPAMT TO NCHECKAMT.
           ADD 1 TO NNEXTCHECKNUM.

       355-ADDRESS-BLOCK.
           PERFORM VARYING NADDRSUB FROM 1 BY 1
              UNTIL NADDRSUB > NADDRCNT
              OR NTBLADRCUST(NADDRSUB) = NPRPCUST
              CONTINUE
           END-PERFORM.
           IF NADDRSUB > NADDRCNT
              DISPLAY 'NO ADDRESS ON FILE FOR CUSTOMER ' NPRPCUST
                 ' - REFUND CHECK ' NNEXTCHECKNUM ' NEEDS ONE'
           ELSE
              MOVE SPACES TO XCHECKADDRLINE
              MOVE XTBLSTREET(NADDRSUB) TO XCHKADDRTEXT
              WRITE XCHECKADDRLINE BEFORE ADVANCING 1 LINE
              MOVE SPACES TO XCHECKADDRLINE
              STRING XTBLCITY(NADDRSUB) DELIMITED BY '  '
                 ', ' DELIMITED BY SIZE
                 XTBLSTATE(NADDRSUB) DELIMITED BY SIZE
                 ' ' DELIMITED BY SIZE
                 XTBLZIP(NADDRSUB) DELIMITED BY SPACE
                 INTO XCHKADDRTEXT
                 ON OVERFLOW CONTINUE
              END-STRING
              WRITE XCHECKADDRLINE BEFORE ADVANCING 1 LINE
           END-IF.

       500-TERMINATE.
           CLOSE RPTFILE.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
