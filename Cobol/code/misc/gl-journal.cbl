       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
       AUTHOR. WYATT SHANAHAN.

      *> Manual journal entry for the general ledger - accruals,
      *> depreciation, prepaid amortization, corrections - keyed
      *> here onto GLJournals.txt (GL_JOURNAL_FILE) and turned into
      *> GL-POST batches by GL-JEGEN. An entry is a description, the
      *> approver who signed it off (someone other than the person
      *> keying it), the period it is first due, and its lines -
      *> account, debit or credit, amount, department, job. Debits
      *> must equal credits before the entry is taken. Each entry is
      *>   O ONE-TIME   - posted once;
      *>   R RECURRING  - posted every month from its first period
      *>                  through its end period (0 = until stopped);
      *>   V REVERSING  - posted once, and reversed by GL-JEGEN's
      *>                  first run in the following period.
      *> The generated periods belong to GL-JEGEN - shown here, never
      *> keyed. C cancels an entry nothing has been posted from yet,
      *> or stops a recurring one after the last month generated.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL JEFILE ASSIGN TO DYNAMIC XJEFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XJESTATUS.
           SELECT OPTIONAL CHARTFILE ASSIGN TO DYNAMIC
              XCHARTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCHARTSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JEFILE. *> line 000 is the entry's header, 001 on its lines
       01 XJEREC.
              05 NJENUMIN          PIC 9(5).
              05 NJELINEIN         PIC 9(3).
              05 XJEBODYIN         PIC X(90).
              05 XJEHDRIN REDEFINES XJEBODYIN.
                     10 XJETYPEIN  PIC X. *> O, R OR V
                     10 NJEPERIN   PIC 9(6). *> FIRST PERIOD DUE
                     10 NJEENDIN   PIC 9(6). *> R - LAST, 0 = NONE
                     10 XJEDESCIN  PIC X(30).
                     10 XJEAPPRIN  PIC X(8).
                     10 XJEBYIN    PIC X(8).
                     10 NJEDATEIN  PIC 9(8).
                     10 NJELASTIN  PIC 9(6). *> 0 = NEVER GENERATED
                     10 NJEREVIN   PIC 9(6). *> V - PERIOD REVERSED
                     10 XJESTATIN  PIC X. *> X = CANCELLED
                     10 FILLER     PIC X(10).
              05 XJELINEIN REDEFINES XJEBODYIN.
                     10 XJELACCTIN PIC X(6).
                     10 XJELDRCRIN PIC X.
                     10 NJELAMTIN  PIC 9(7)V99.
                     10 NJELDEPTIN PIC 9.
                     10 XJELJOBIN  PIC X(4).
                     10 FILLER     PIC X(69).

       FD CHARTFILE. *> chart of accounts
       01 XCHARTREC.
              05 XCHACCTIN         PIC X(6).
              05 XCHNAMEIN         PIC X(20).
              05 XCHTYPEIN         PIC X.

       WORKING-STORAGE SECTION.
              77 XJEFILENAME   PIC X(100).
              77 XJESTATUS     PIC XX. *> OPTIONAL - does not exist
              *> until this program first saves it
              77 XCHARTFILENAME PIC X(100).
              77 XCHARTSTATUS  PIC XX.
              77 XEOF          PIC X    VALUE 'N'.
              77 XACTION       PIC X.
              77 XOPERATOR     PIC X(8) VALUE SPACES.
              77 NJECNT        PIC 999  VALUE 0.
              77 NLINECNT      PIC 9(4) VALUE 0.
              77 NSEARCHSUB    PIC 9(4) VALUE 0.
              77 NFOUNDSUB     PIC 999  VALUE 0.
              77 NNEXTJE       PIC 9(5) VALUE 0.
              77 NCHARTCNT     PIC 999  VALUE 0.
              77 NCHARTSUB     PIC 999  VALUE 0.
              77 NNEWSUB       PIC 99   VALUE 0.
              77 XFOUNDFLAG    PIC X    VALUE 'N'.
              77 XLINEDONE     PIC X    VALUE 'N'.
              77 XANSWER       PIC X    VALUE SPACE.
              77 NJEKEYIN      PIC 9(5).
              77 NPERENTRY     PIC 9(6).
              77 NAMTENTRY     PIC 9(7)V99.
              77 NDEPTENTRY    PIC 9.
              77 NRUNPERIOD    PIC 9(6) VALUE 0.
              77 NNEWDEBITS    PIC 9(9)V99 VALUE 0.
              77 NNEWCREDITS   PIC 9(9)V99 VALUE 0.
              77 NEJEAMT       PIC $$,$$$,$$9.99.
              77 NEJEAMT2      PIC $$,$$$,$$9.99.
              COPY "rundate-ws.cbl".
              COPY "field-validate-ws.cbl".

              01 XJETABLE.
                     05 XJEELEMENT OCCURS 300 TIMES.
                            10 NTBLJENUM     PIC 9(5).
                            10 XTBLJETYPE    PIC X.
                            10 NTBLJEPER     PIC 9(6).
                            10 NTBLJEEND     PIC 9(6).
                            10 XTBLJEDESC    PIC X(30).
                            10 XTBLJEAPPR    PIC X(8).
                            10 XTBLJEBY      PIC X(8).
                            10 NTBLJEDATE    PIC 9(8).
                            10 NTBLJELAST    PIC 9(6).
                            10 NTBLJEREV     PIC 9(6).
                            10 XTBLJESTAT    PIC X.

              01 XLINETABLE. *> every entry's lines, by entry number
                     05 XLINEELEMENT OCCURS 3000 TIMES.
                            10 NTBLLINEJE    PIC 9(5).
                            10 XTBLLINEACCT  PIC X(6).
                            10 XTBLLINEDRCR  PIC X.
                            10 NTBLLINEAMT   PIC 9(7)V99.
                            10 NTBLLINEDEPT  PIC 9.
                            10 XTBLLINEJOB   PIC X(4).

              01 XCHARTTABLE.
                     05 XCHACCTTBL OCCURS 300 TIMES PIC X(6).

              01 XNEWJE. *> the entry being keyed
                     05 XNEWTYPE       PIC X.
                     05 NNEWPER        PIC 9(6).
                     05 NNEWEND        PIC 9(6).
                     05 XNEWDESC       PIC X(30).
                     05 XNEWAPPR       PIC X(8).
                     05 NNEWCNT        PIC 99.
                     05 XNEWLINE OCCURS 50 TIMES.
                            10 XNEWACCT      PIC X(6).
                            10 XNEWDRCR      PIC X.
                            10 NNEWAMT       PIC 9(7)V99.
                            10 NNEWDEPT      PIC 9.
                            10 XNEWJOB       PIC X(4).

              01 XPERIODWORK.
                     05 NPERWORKYY  PIC 9(4).
                     05 NPERWORKMM  PIC 99.
              01 NPERWORK REDEFINES XPERIODWORK PIC 9(6).

       PROCEDURE DIVISION.
       000-MAIN.
           COPY "rundate.cbl".
           COMPUTE NRUNPERIOD = nRunDate / 100.
           MOVE 'GLJournals.txt' TO XJEFILENAME.
           ACCEPT XJEFILENAME FROM ENVIRONMENT 'GL_JOURNAL_FILE'
              ON EXCEPTION
                 MOVE 'GLJournals.txt' TO XJEFILENAME
           END-ACCEPT.
           MOVE 'GLChart.txt' TO XCHARTFILENAME.
           ACCEPT XCHARTFILENAME FROM ENVIRONMENT 'GL_CHART_FILE'
              ON EXCEPTION
                 MOVE 'GLChart.txt' TO XCHARTFILENAME
           END-ACCEPT.
           ACCEPT XOPERATOR FROM ENVIRONMENT "USER"
              ON EXCEPTION MOVE SPACES TO XOPERATOR
           END-ACCEPT.
           IF XOPERATOR = SPACES
              ACCEPT XOPERATOR FROM ENVIRONMENT "LOGNAME"
                 ON EXCEPTION MOVE SPACES TO XOPERATOR
              END-ACCEPT
           END-IF.
           PERFORM 100-LOAD-CHART.
           PERFORM 110-LOAD-JE.
           MOVE SPACE TO XACTION.
           PERFORM 200-MENU UNTIL XACTION = 'Q' OR XACTION = 'q'.
           PERFORM 900-SAVE-JE.
           STOP RUN.

       100-LOAD-CHART. *> OPTIONAL - with no chart any account goes
           OPEN INPUT CHARTFILE.
           IF XCHARTSTATUS = '00'
              PERFORM 101-READ-CHART UNTIL XEOF = 'Y'
           END-IF.
           CLOSE CHARTFILE.
           MOVE 'N' TO XEOF.

       101-READ-CHART.
           READ CHARTFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NCHARTCNT < 300
                    ADD 1 TO NCHARTCNT
                    MOVE XCHACCTIN TO XCHACCTTBL(NCHARTCNT)
                 END-IF,
           END-READ.

       110-LOAD-JE. *> OPTIONAL - the first session starts empty
           OPEN INPUT JEFILE.
           IF XJESTATUS = '00'
              PERFORM 111-READ-JE UNTIL XEOF = 'Y'
           END-IF.
           CLOSE JEFILE.

       111-READ-JE.
           READ JEFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NJELINEIN = 0
                    PERFORM 112-LOAD-HEADER
                 ELSE
                    PERFORM 113-LOAD-LINE
                 END-IF,
           END-READ.

       112-LOAD-HEADER.
           IF NJECNT < 300
              ADD 1 TO NJECNT
              MOVE NJENUMIN  TO NTBLJENUM(NJECNT)
              MOVE XJETYPEIN TO XTBLJETYPE(NJECNT)
              MOVE NJEPERIN  TO NTBLJEPER(NJECNT)
              MOVE NJEENDIN  TO NTBLJEEND(NJECNT)
              MOVE XJEDESCIN TO XTBLJEDESC(NJECNT)
              MOVE XJEAPPRIN TO XTBLJEAPPR(NJECNT)
              MOVE XJEBYIN   TO XTBLJEBY(NJECNT)
              MOVE NJEDATEIN TO NTBLJEDATE(NJECNT)
              MOVE NJELASTIN TO NTBLJELAST(NJECNT)
              MOVE NJEREVIN  TO NTBLJEREV(NJECNT)
              MOVE XJESTATIN TO XTBLJESTAT(NJECNT)
              IF NJENUMIN > NNEXTJE
                 MOVE NJENUMIN TO NNEXTJE
              END-IF
           ELSE
              DISPLAY 'JOURNAL TABLE FULL - ENTRY ' NJENUMIN
                 ' DROPPED'
           END-IF.

       113-LOAD-LINE.
           IF NLINECNT < 3000
              ADD 1 TO NLINECNT
              MOVE NJENUMIN   TO NTBLLINEJE(NLINECNT)
              MOVE XJELACCTIN TO XTBLLINEACCT(NLINECNT)
              MOVE XJELDRCRIN TO XTBLLINEDRCR(NLINECNT)
              MOVE NJELAMTIN  TO NTBLLINEAMT(NLINECNT)
              MOVE NJELDEPTIN TO NTBLLINEDEPT(NLINECNT)
              MOVE XJELJOBIN  TO XTBLLINEJOB(NLINECNT)
           ELSE
              DISPLAY 'JOURNAL LINE TABLE FULL - LINE DROPPED'
           END-IF.

       200-MENU.
           DISPLAY ' '.
           DISPLAY 'GENERAL LEDGER JOURNAL ENTRIES'.
           DISPLAY 'A=ADD  L=LIST  S=SHOW LINES  C=CANCEL/STOP  '
              'Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT XACTION.
           EVALUATE XACTION
              WHEN 'A' WHEN 'a'
                 PERFORM 300-ADD-JE
              WHEN 'L' WHEN 'l'
                 PERFORM 350-LIST-JE
              WHEN 'S' WHEN 's'
                 PERFORM 360-SHOW-JE
              WHEN 'C' WHEN 'c'
                 PERFORM 400-CANCEL-JE
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

      *> ==============================================================
      *> ADD - the header, then lines until the entry balances
      *> ==============================================================
       300-ADD-JE. *> numbered on from the highest on file
           IF NJECNT >= 300 OR NLINECNT > 2950
              DISPLAY 'REJECTED - JOURNAL TABLE IS FULL.'
           ELSE
              MOVE SPACES TO XNEWJE
              MOVE 0 TO NNEWCNT, NNEWEND
              DISPLAY 'TYPE (O=ONE-TIME R=RECURRING V=REVERSING)? '
                 WITH NO ADVANCING
              ACCEPT XNEWTYPE
              IF XNEWTYPE = 'o' OR XNEWTYPE = 'r' OR XNEWTYPE = 'v'
                 INSPECT XNEWTYPE CONVERTING 'orv' TO 'ORV'
              END-IF
              IF XNEWTYPE NOT = 'O' AND XNEWTYPE NOT = 'R'
                 AND XNEWTYPE NOT = 'V'
                 DISPLAY 'REJECTED - TYPE MUST BE O, R OR V.'
              ELSE
                 PERFORM 305-ADD-HEADER
              END-IF
           END-IF.

       305-ADD-HEADER.
           DISPLAY 'FIRST PERIOD DUE (YYYYMM, 0 = ' NRUNPERIOD ')? '
              WITH NO ADVANCING.
           ACCEPT NPERENTRY.
           IF NPERENTRY = 0
              MOVE NRUNPERIOD TO NPERENTRY
           END-IF.
           MOVE 'Y' TO XFIELDVALID.
           MOVE NPERENTRY TO NPERWORK.
           COPY "field-validate.cbl" REPLACING
              ==:VALID-FIELD:== BY ==NPERWORKMM==
              ==:VALID-NAME:==  BY =='PERIOD MONTH'==
              ==:VALID-LOW:==   BY ==1==
              ==:VALID-HIGH:==  BY ==12==.
           MOVE NPERENTRY TO NNEWPER.
           IF XFIELDVALID = 'Y' AND XNEWTYPE = 'R'
              DISPLAY 'LAST PERIOD (YYYYMM, 0 = UNTIL STOPPED)? '
                 WITH NO ADVANCING
              ACCEPT NPERENTRY
              IF NPERENTRY NOT = 0
                 MOVE NPERENTRY TO NPERWORK
                 COPY "field-validate.cbl" REPLACING
                    ==:VALID-FIELD:== BY ==NPERWORKMM==
                    ==:VALID-NAME:==  BY =='PERIOD MONTH'==
                    ==:VALID-LOW:==   BY ==1==
                    ==:VALID-HIGH:==  BY ==12==.
                 IF NPERENTRY < NNEWPER
                    DISPLAY 'WARNING: LAST PERIOD IS BEFORE THE FIRST'
                    MOVE 'N' TO XFIELDVALID
                 END-IF
              END-IF
              MOVE NPERENTRY TO NNEWEND
           END-IF.
           IF XFIELDVALID = 'Y'
              DISPLAY 'DESCRIPTION? ' WITH NO ADVANCING
              ACCEPT XNEWDESC
              DISPLAY 'APPROVED BY? ' WITH NO ADVANCING
              ACCEPT XNEWAPPR
              EVALUATE TRUE
                 WHEN XNEWDESC = SPACES
                    DISPLAY 'WARNING: A DESCRIPTION IS REQUIRED'
                    MOVE 'N' TO XFIELDVALID
                 WHEN XNEWAPPR = SPACES
                    DISPLAY 'WARNING: AN APPROVER IS REQUIRED'
                    MOVE 'N' TO XFIELDVALID
                 WHEN XNEWAPPR = XOPERATOR
                    DISPLAY 'WARNING: AN ENTRY CANNOT BE APPROVED BY '
                       'THE PERSON KEYING IT'
                    MOVE 'N' TO XFIELDVALID
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF XFIELDVALID = 'N'
              DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
           ELSE
              MOVE 0 TO NNEWDEBITS, NNEWCREDITS
              MOVE 'N' TO XLINEDONE
              DISPLAY 'KEY THE LINES - A BLANK ACCOUNT ENDS THE ENTRY.'
              PERFORM 310-KEY-LINE UNTIL XLINEDONE NOT = 'N'
              IF XLINEDONE = 'Y'
                 PERFORM 330-STORE-JE
              ELSE
                 DISPLAY 'ENTRY DISCARDED.'
              END-IF
           END-IF.

       310-KEY-LINE.
           COMPUTE NNEWSUB = NNEWCNT + 1.
           MOVE SPACES TO XNEWACCT(NNEWSUB).
           DISPLAY 'LINE ' NNEWSUB ' ACCOUNT? ' WITH NO ADVANCING.
           ACCEPT XNEWACCT(NNEWSUB).
           IF XNEWACCT(NNEWSUB) = SPACES
              PERFORM 320-END-LINES
           ELSE
              PERFORM 315-KEY-LINE-DETAIL
           END-IF.

       315-KEY-LINE-DETAIL.
           MOVE 'Y' TO XFIELDVALID.
           IF NCHARTCNT > 0
              MOVE 'N' TO XFOUNDFLAG
              PERFORM VARYING NCHARTSUB FROM 1 BY 1
                 UNTIL NCHARTSUB > NCHARTCNT
                 IF XCHACCTTBL(NCHARTSUB) = XNEWACCT(NNEWSUB)
                    MOVE 'Y' TO XFOUNDFLAG
                 END-IF
              END-PERFORM
              IF XFOUNDFLAG = 'N'
                 DISPLAY 'WARNING: ACCOUNT IS NOT ON THE CHART'
                 MOVE 'N' TO XFIELDVALID
              END-IF
           END-IF.
           IF XFIELDVALID = 'Y'
              DISPLAY '  DEBIT OR CREDIT (D/C)? ' WITH NO ADVANCING
              ACCEPT XNEWDRCR(NNEWSUB)
              INSPECT XNEWDRCR(NNEWSUB) CONVERTING 'dc' TO 'DC'
              DISPLAY '  AMOUNT? ' WITH NO ADVANCING
              ACCEPT NAMTENTRY
              DISPLAY '  DEPARTMENT (0-9)? ' WITH NO ADVANCING
              ACCEPT NDEPTENTRY
              DISPLAY '  JOB (BLANK = NONE)? ' WITH NO ADVANCING
              ACCEPT XNEWJOB(NNEWSUB)
              IF XNEWDRCR(NNEWSUB) NOT = 'D'
                 AND XNEWDRCR(NNEWSUB) NOT = 'C'
                 DISPLAY 'WARNING: SIDE MUST BE D OR C'
                 MOVE 'N' TO XFIELDVALID
              END-IF
              COPY "field-validate.cbl" REPLACING
                 ==:VALID-FIELD:== BY ==NAMTENTRY==
                 ==:VALID-NAME:==  BY =='AMOUNT'==
                 ==:VALID-LOW:==   BY ==0.01==
                 ==:VALID-HIGH:==  BY ==9999999.99==.
              COPY "field-validate.cbl" REPLACING
                 ==:VALID-FIELD:== BY ==NDEPTENTRY==
                 ==:VALID-NAME:==  BY =='DEPARTMENT'==
                 ==:VALID-LOW:==   BY ==0==
                 ==:VALID-HIGH:==  BY ==9==.
           END-IF.
           IF XFIELDVALID = 'N'
              DISPLAY 'LINE REJECTED - KEY IT AGAIN.'
           ELSE
              MOVE NAMTENTRY TO NNEWAMT(NNEWSUB)
              MOVE NDEPTENTRY TO NNEWDEPT(NNEWSUB)
              IF XNEWDRCR(NNEWSUB) = 'D'
                 ADD NAMTENTRY TO NNEWDEBITS
              ELSE
                 ADD NAMTENTRY TO NNEWCREDITS
              END-IF
              ADD 1 TO NNEWCNT
              MOVE NNEWDEBITS TO NEJEAMT
              MOVE NNEWCREDITS TO NEJEAMT2
              DISPLAY '  DEBITS ' NEJEAMT '  CREDITS ' NEJEAMT2
              IF NNEWCNT >= 50
                 DISPLAY 'FIFTY LINES - THE ENTRY IS FULL.'
                 PERFORM 320-END-LINES
              END-IF
           END-IF.

       320-END-LINES. *> an entry is only taken in balance
           IF NNEWCNT >= 2 AND NNEWDEBITS = NNEWCREDITS
              MOVE 'Y' TO XLINEDONE
           ELSE
              IF NNEWCNT < 2
                 DISPLAY 'AN ENTRY NEEDS AT LEAST TWO LINES.'
              ELSE
                 DISPLAY 'OUT OF BALANCE - DEBITS DO NOT EQUAL CREDITS.'
              END-IF
              IF NNEWCNT >= 50
                 MOVE 'D' TO XANSWER
              ELSE
                 DISPLAY 'K=KEEP KEYING LINES  D=DISCARD THE ENTRY? '
                    WITH NO ADVANCING
                 ACCEPT XANSWER
              END-IF
              IF XANSWER = 'D' OR XANSWER = 'd'
                 MOVE 'D' TO XLINEDONE
              END-IF
           END-IF.

       330-STORE-JE.
           ADD 1 TO NJECNT.
           ADD 1 TO NNEXTJE.
           MOVE NNEXTJE TO NTBLJENUM(NJECNT).
           MOVE XNEWTYPE TO XTBLJETYPE(NJECNT).
           MOVE NNEWPER TO NTBLJEPER(NJECNT).
           MOVE NNEWEND TO NTBLJEEND(NJECNT).
           MOVE XNEWDESC TO XTBLJEDESC(NJECNT).
           MOVE XNEWAPPR TO XTBLJEAPPR(NJECNT).
           MOVE XOPERATOR TO XTBLJEBY(NJECNT).
           MOVE nRunDate TO NTBLJEDATE(NJECNT).
           MOVE 0 TO NTBLJELAST(NJECNT), NTBLJEREV(NJECNT).
           MOVE SPACE TO XTBLJESTAT(NJECNT).
           PERFORM 331-STORE-LINE VARYING NNEWSUB FROM 1 BY 1
              UNTIL NNEWSUB > NNEWCNT.
           MOVE NNEWDEBITS TO NEJEAMT.
           DISPLAY 'JOURNAL ENTRY ' NNEXTJE ' ADDED - ' NEJEAMT
              ' EACH SIDE.'.

       331-STORE-LINE.
           ADD 1 TO NLINECNT.
           MOVE NNEXTJE TO NTBLLINEJE(NLINECNT).
           MOVE XNEWACCT(NNEWSUB) TO XTBLLINEACCT(NLINECNT).
           MOVE XNEWDRCR(NNEWSUB) TO XTBLLINEDRCR(NLINECNT).
           MOVE NNEWAMT(NNEWSUB) TO NTBLLINEAMT(NLINECNT).
           MOVE NNEWDEPT(NNEWSUB) TO NTBLLINEDEPT(NLINECNT).
           MOVE XNEWJOB(NNEWSUB) TO XTBLLINEJOB(NLINECNT).

       350-LIST-JE.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NJECNT
              DISPLAY NTBLJENUM(NSEARCHSUB) ' '
                 XTBLJETYPE(NSEARCHSUB) ' FROM '
                 NTBLJEPER(NSEARCHSUB) ' TO '
                 NTBLJEEND(NSEARCHSUB) ' LAST GEN '
                 NTBLJELAST(NSEARCHSUB) ' REV '
                 NTBLJEREV(NSEARCHSUB) ' '
                 XTBLJESTAT(NSEARCHSUB) ' '
                 XTBLJEDESC(NSEARCHSUB) ' APPR '
                 XTBLJEAPPR(NSEARCHSUB)
           END-PERFORM.
           IF NJECNT = 0
              DISPLAY 'NO JOURNAL ENTRIES ON FILE.'
           END-IF.

       360-SHOW-JE.
           PERFORM 370-FIND-JE.
           IF XFOUNDFLAG = 'N'
              DISPLAY 'NO SUCH JOURNAL ENTRY.'
           ELSE
              DISPLAY NTBLJENUM(NFOUNDSUB) ' '
                 XTBLJEDESC(NFOUNDSUB) ' KEYED BY '
                 XTBLJEBY(NFOUNDSUB) ' ' NTBLJEDATE(NFOUNDSUB)
                 ' APPROVED BY ' XTBLJEAPPR(NFOUNDSUB)
              PERFORM VARYING NSEARCHSUB FROM 1 BY 1
                 UNTIL NSEARCHSUB > NLINECNT
                 IF NTBLLINEJE(NSEARCHSUB) = NJEKEYIN
                    MOVE NTBLLINEAMT(NSEARCHSUB) TO NEJEAMT
                    DISPLAY '  ' XTBLLINEACCT(NSEARCHSUB) ' '
                       XTBLLINEDRCR(NSEARCHSUB) ' ' NEJEAMT
                       ' DEPT ' NTBLLINEDEPT(NSEARCHSUB)
                       ' JOB ' XTBLLINEJOB(NSEARCHSUB)
                 END-IF
              END-PERFORM
           END-IF.

       370-FIND-JE.
           DISPLAY 'JOURNAL ENTRY NUMBER? ' WITH NO ADVANCING.
           ACCEPT NJEKEYIN.
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NJECNT
              IF NTBLJENUM(NSEARCHSUB) = NJEKEYIN
                 MOVE 'Y' TO XFOUNDFLAG
                 MOVE NSEARCHSUB TO NFOUNDSUB
              END-IF
           END-PERFORM.

       400-CANCEL-JE. *> nothing generated yet - cancelled outright;
          *> a recurring entry already running stops where it is
           PERFORM 370-FIND-JE.
           EVALUATE TRUE
              WHEN XFOUNDFLAG = 'N'
                 DISPLAY 'REJECTED - NO SUCH JOURNAL ENTRY.'
              WHEN XTBLJESTAT(NFOUNDSUB) = 'X'
                 DISPLAY 'REJECTED - ALREADY CANCELLED.'
              WHEN NTBLJELAST(NFOUNDSUB) = 0
                 MOVE 'X' TO XTBLJESTAT(NFOUNDSUB)
                 DISPLAY 'JOURNAL ENTRY CANCELLED.'
              WHEN XTBLJETYPE(NFOUNDSUB) = 'R'
                 MOVE NTBLJELAST(NFOUNDSUB) TO NTBLJEEND(NFOUNDSUB)
                 DISPLAY 'RECURRING ENTRY STOPPED AFTER '
                    NTBLJELAST(NFOUNDSUB) '.'
              WHEN OTHER
                 DISPLAY 'REJECTED - ALREADY QUEUED FOR POSTING ON '
                    NTBLJELAST(NFOUNDSUB) '. KEY A CORRECTING ENTRY.'
           END-EVALUATE.

       900-SAVE-JE.
           OPEN OUTPUT JEFILE.
           PERFORM 901-WRITE-JE VARYING NFOUNDSUB FROM 1 BY 1
              UNTIL NFOUNDSUB > NJECNT.
           CLOSE JEFILE.

       901-WRITE-JE. *> the header, then its lines numbered from 1
           MOVE SPACES TO XJEREC.
           MOVE NTBLJENUM(NFOUNDSUB)  TO NJENUMIN.
           MOVE 0                     TO NJELINEIN.
           MOVE XTBLJETYPE(NFOUNDSUB) TO XJETYPEIN.
           MOVE NTBLJEPER(NFOUNDSUB)  TO NJEPERIN.
           MOVE NTBLJEEND(NFOUNDSUB)  TO NJEENDIN.
           MOVE XTBLJEDESC(NFOUNDSUB) TO XJEDESCIN.
           MOVE XTBLJEAPPR(NFOUNDSUB) TO XJEAPPRIN.
           MOVE XTBLJEBY(NFOUNDSUB)   TO XJEBYIN.
           MOVE NTBLJEDATE(NFOUNDSUB) TO NJEDATEIN.
           MOVE NTBLJELAST(NFOUNDSUB) TO NJELASTIN.
           MOVE NTBLJEREV(NFOUNDSUB)  TO NJEREVIN.
           MOVE XTBLJESTAT(NFOUNDSUB) TO XJESTATIN.
           WRITE XJEREC.
           MOVE 0 TO NNEWSUB.
           PERFORM 902-WRITE-LINE VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLINECNT.

       902-WRITE-LINE.
           IF NTBLLINEJE(NSEARCHSUB) = NTBLJENUM(NFOUNDSUB)
              MOVE SPACES TO XJEREC
              MOVE NTBLJENUM(NFOUNDSUB)        TO NJENUMIN
              ADD 1 TO NNEWSUB
              MOVE NNEWSUB                     TO NJELINEIN
              MOVE XTBLLINEACCT(NSEARCHSUB)    TO XJELACCTIN
              MOVE XTBLLINEDRCR(NSEARCHSUB)    TO XJELDRCRIN
              MOVE NTBLLINEAMT(NSEARCHSUB)     TO NJELAMTIN
              MOVE NTBLLINEDEPT(NSEARCHSUB)    TO NJELDEPTIN
              MOVE XTBLLINEJOB(NSEARCHSUB)     TO XJELJOBIN
              WRITE XJEREC
           END-IF.
