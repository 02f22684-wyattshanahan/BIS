       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CONTRACT.
       AUTHOR. WYATT SHANAHAN.

      *> Recurring billing contract entry. A service customer on a
      *> fixed fee goes on ARContracts.txt once - amount, how often
      *> (M monthly, Q quarterly, A annually), start and end dates,
      *> what the charge is for, and whether it is taxable - and
      *> AR-RECUR bills it every period from then on. The last-billed
      *> date belongs to AR-RECUR; it is shown here but never keyed.
      *> A contract is not deleted when it stops - its end date is
      *> set, so the billing history stays on file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CTRFILE ASSIGN TO DYNAMIC XCTRFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XCTRSTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CTRFILE.
       01 XCTRREC.
              05 NCTRNUMIN         PIC 9(5).
              05 NCTRCUSTIN        PIC 9(5).
              05 NCTRAMTIN         PIC 9(5)V99.
              05 XCTRFREQIN        PIC X. *> M, Q OR A
              05 NCTRSTARTIN       PIC 9(8).
              05 NCTRENDIN         PIC 9(8). *> 0 = NO END DATE
              05 XCTRDESCIN        PIC X(30).
              05 NCTRLASTIN        PIC 9(8). *> 0 = NEVER BILLED
              05 XCTRTAXIN         PIC X. *> N = NOT TAXABLE

       WORKING-STORAGE SECTION.
              77 XCTRFILENAME  PIC X(100).
              77 XCTRSTATUS    PIC XX. *> OPTIONAL - does not exist
              *> until this program first saves it
              77 XEOF          PIC X    VALUE 'N'.
              77 XACTION       PIC X.
              77 NLOADSUB      PIC 999  VALUE 0.
              77 NSEARCHSUB    PIC 999  VALUE 0.
              77 NFOUNDSUB     PIC 999  VALUE 0.
              77 NNEXTCTR      PIC 9(5) VALUE 0.
              77 XFOUNDFLAG    PIC X    VALUE 'N'.
              77 NCTRKEYIN     PIC 9(5).
              77 NCUSTKEYIN    PIC 9(5).
              77 NAMTENTRY     PIC 9(6)V99.
              77 NDATEENTRY    PIC 9(8).
              77 NECTRAMT      PIC $$$,$$9.99.
              COPY "rundate-ws.cbl".
              COPY "field-validate-ws.cbl".

              01 XCTRTABLE.
                     05 XCTRELEMENT OCCURS 500 TIMES.
                            10 NTBLCTRNUM    PIC 9(5).
                            10 NTBLCTRCUST   PIC 9(5).
                            10 NTBLCTRAMT    PIC 9(5)V99.
                            10 XTBLCTRFREQ   PIC X.
                            10 NTBLCTRSTART  PIC 9(8).
                            10 NTBLCTREND    PIC 9(8).
                            10 XTBLCTRDESC   PIC X(30).
                            10 NTBLCTRLAST   PIC 9(8).
                            10 XTBLCTRTAX    PIC X.

              01 XNEWCTR.
                     05 XNEWFREQ       PIC X.
                     05 XNEWDESC       PIC X(30).
                     05 XNEWTAX        PIC X.

       PROCEDURE DIVISION.
       000-MAIN.
           COPY "rundate.cbl".
           MOVE 'ARContracts.txt' TO XCTRFILENAME.
           ACCEPT XCTRFILENAME FROM ENVIRONMENT 'AR_CONTRACT_FILE'
              ON EXCEPTION
                 MOVE 'ARContracts.txt' TO XCTRFILENAME
           END-ACCEPT.
           PERFORM 110-LOAD-CTR.
           MOVE SPACE TO XACTION.
           PERFORM 200-MENU UNTIL XACTION = 'Q' OR XACTION = 'q'.
           PERFORM 900-SAVE-CTR.
           STOP RUN.

       110-LOAD-CTR. *> OPTIONAL - the first session starts empty
           OPEN INPUT CTRFILE.
           IF XCTRSTATUS = '00'
              PERFORM 111-READ-CTR UNTIL XEOF = 'Y'
           END-IF.
           CLOSE CTRFILE.

       111-READ-CTR.
           READ CTRFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NLOADSUB < 500
                    ADD 1 TO NLOADSUB
                    MOVE NCTRNUMIN   TO NTBLCTRNUM(NLOADSUB)
                    MOVE NCTRCUSTIN  TO NTBLCTRCUST(NLOADSUB)
                    MOVE NCTRAMTIN   TO NTBLCTRAMT(NLOADSUB)
                    MOVE XCTRFREQIN  TO XTBLCTRFREQ(NLOADSUB)
                    MOVE NCTRSTARTIN TO NTBLCTRSTART(NLOADSUB)
                    MOVE NCTRENDIN   TO NTBLCTREND(NLOADSUB)
                    MOVE XCTRDESCIN  TO XTBLCTRDESC(NLOADSUB)
                    MOVE NCTRLASTIN  TO NTBLCTRLAST(NLOADSUB)
                    MOVE XCTRTAXIN   TO XTBLCTRTAX(NLOADSUB)
                    IF NCTRNUMIN > NNEXTCTR
                       MOVE NCTRNUMIN TO NNEXTCTR
                    END-IF
                 ELSE
                    DISPLAY 'CONTRACT TABLE FULL - RECORD DROPPED'
                 END-IF,
           END-READ.

       200-MENU.
           DISPLAY ' '.
           DISPLAY 'RECURRING BILLING CONTRACTS'.
           DISPLAY 'A=ADD  L=LIST  E=SET END DATE  Q=SAVE+QUIT'.
           DISPLAY 'ACTION? ' WITH NO ADVANCING.
           ACCEPT XACTION.
           EVALUATE XACTION
              WHEN 'A' WHEN 'a'
                 PERFORM 300-ADD-CTR
              WHEN 'L' WHEN 'l'
                 PERFORM 350-LIST-CTR
              WHEN 'E' WHEN 'e'
                 PERFORM 400-END-CTR
              WHEN 'Q' WHEN 'q'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'INVALID ACTION, TRY AGAIN.'
           END-EVALUATE.

       300-ADD-CTR. *> numbered on from the highest on file
           IF NLOADSUB >= 500
              DISPLAY 'REJECTED - CONTRACT TABLE IS FULL.'
           ELSE
              DISPLAY 'CUSTOMER NUMBER? ' WITH NO ADVANCING
              ACCEPT NCUSTKEYIN
              DISPLAY 'AMOUNT PER PERIOD? ' WITH NO ADVANCING
              ACCEPT NAMTENTRY
              DISPLAY 'START DATE (YYYYMMDD, FIRST BILL)? '
                 WITH NO ADVANCING
              ACCEPT NDATEENTRY
              MOVE 'Y' TO XFIELDVALID
              COPY "field-validate.cbl" REPLACING
                 ==:VALID-FIELD:== BY ==NCUSTKEYIN==
                 ==:VALID-NAME:==  BY =='CUSTOMER NUMBER'==
                 ==:VALID-LOW:==   BY ==1==
                 ==:VALID-HIGH:==  BY ==99999==.
              COPY "field-validate.cbl" REPLACING
                 ==:VALID-FIELD:== BY ==NAMTENTRY==
                 ==:VALID-NAME:==  BY =='AMOUNT'==
                 ==:VALID-LOW:==   BY ==0.01==
                 ==:VALID-HIGH:==  BY ==99999.99==.
              IF FUNCTION TEST-DATE-YYYYMMDD(NDATEENTRY) NOT = 0
                 DISPLAY 'WARNING: START DATE IS NOT A VALID DATE'
                 MOVE 'N' TO XFIELDVALID
              END-IF
              IF XFIELDVALID = 'N'
                 DISPLAY 'REJECTED - SEE WARNING(S) ABOVE.'
              ELSE
                 PERFORM 310-ADD-DETAIL
              END-IF
           END-IF.

       310-ADD-DETAIL.
           MOVE SPACES TO XNEWCTR.
           DISPLAY 'FREQUENCY (M=MONTHLY Q=QUARTERLY A=ANNUAL)? '
              WITH NO ADVANCING.
           ACCEPT XNEWFREQ.
           IF XNEWFREQ NOT = 'M' AND XNEWFREQ NOT = 'Q'
              AND XNEWFREQ NOT = 'A'
              DISPLAY 'REJECTED - FREQUENCY MUST BE M, Q OR A.'
           ELSE
              DISPLAY 'DESCRIPTION? ' WITH NO ADVANCING
              ACCEPT XNEWDESC
              DISPLAY 'TAXABLE (Y/N)? ' WITH NO ADVANCING
              ACCEPT XNEWTAX
              ADD 1 TO NLOADSUB
              ADD 1 TO NNEXTCTR
              MOVE NNEXTCTR TO NTBLCTRNUM(NLOADSUB)
              MOVE NCUSTKEYIN TO NTBLCTRCUST(NLOADSUB)
              MOVE NAMTENTRY TO NTBLCTRAMT(NLOADSUB)
              MOVE XNEWFREQ TO XTBLCTRFREQ(NLOADSUB)
              MOVE NDATEENTRY TO NTBLCTRSTART(NLOADSUB)
              MOVE XNEWDESC TO XTBLCTRDESC(NLOADSUB)
              MOVE 0 TO NTBLCTRLAST(NLOADSUB)
              IF XNEWTAX = 'N' OR XNEWTAX = 'n'
                 MOVE 'N' TO XTBLCTRTAX(NLOADSUB)
              ELSE
                 MOVE SPACE TO XTBLCTRTAX(NLOADSUB)
              END-IF
              DISPLAY 'END DATE (YYYYMMDD, 0 = NONE)? '
                 WITH NO ADVANCING
              ACCEPT NDATEENTRY
              IF NDATEENTRY NOT = 0
                 AND NDATEENTRY < NTBLCTRSTART(NLOADSUB)
                 DISPLAY 'END DATE BEFORE THE START - LEFT OPEN.'
                 MOVE 0 TO NDATEENTRY
              END-IF
              MOVE NDATEENTRY TO NTBLCTREND(NLOADSUB)
              DISPLAY 'CONTRACT ' NNEXTCTR ' ADDED.'
           END-IF.

       350-LIST-CTR.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              MOVE NTBLCTRAMT(NSEARCHSUB) TO NECTRAMT
              DISPLAY NTBLCTRNUM(NSEARCHSUB) ' CUST '
                 NTBLCTRCUST(NSEARCHSUB) ' ' NECTRAMT ' '
                 XTBLCTRFREQ(NSEARCHSUB) ' '
                 NTBLCTRSTART(NSEARCHSUB) '-'
                 NTBLCTREND(NSEARCHSUB) ' LAST BILLED '
                 NTBLCTRLAST(NSEARCHSUB) ' '
                 XTBLCTRDESC(NSEARCHSUB)
           END-PERFORM.
           IF NLOADSUB = 0
              DISPLAY 'NO CONTRACTS ON FILE.'
           END-IF.

       400-END-CTR. *> stop (or extend) a contract by its end date
           DISPLAY 'CONTRACT NUMBER? ' WITH NO ADVANCING.
           ACCEPT NCTRKEYIN.
           MOVE 'N' TO XFOUNDFLAG.
           PERFORM VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB
              IF NTBLCTRNUM(NSEARCHSUB) = NCTRKEYIN
                 MOVE 'Y' TO XFOUNDFLAG
                 MOVE NSEARCHSUB TO NFOUNDSUB
              END-IF
           END-PERFORM.
           IF XFOUNDFLAG = 'N'
              DISPLAY 'REJECTED - NO SUCH CONTRACT.'
           ELSE
              DISPLAY 'NEW END DATE (YYYYMMDD, 0 = NONE)? '
                 WITH NO ADVANCING
              ACCEPT NDATEENTRY
              IF NDATEENTRY NOT = 0
                 AND NDATEENTRY < NTBLCTRLAST(NFOUNDSUB)
                 DISPLAY 'REJECTED - ALREADY BILLED THROUGH '
                    NTBLCTRLAST(NFOUNDSUB) '.'
              ELSE
                 MOVE NDATEENTRY TO NTBLCTREND(NFOUNDSUB)
                 DISPLAY 'END DATE SET.'
              END-IF
           END-IF.

       900-SAVE-CTR.
           OPEN OUTPUT CTRFILE.
           PERFORM 901-WRITE-CTR VARYING NSEARCHSUB FROM 1 BY 1
              UNTIL NSEARCHSUB > NLOADSUB.
           CLOSE CTRFILE.

       901-WRITE-CTR.
           MOVE NTBLCTRNUM(NSEARCHSUB)   TO NCTRNUMIN.
           MOVE NTBLCTRCUST(NSEARCHSUB)  TO NCTRCUSTIN.
           MOVE NTBLCTRAMT(NSEARCHSUB)   TO NCTRAMTIN.
           MOVE XTBLCTRFREQ(NSEARCHSUB)  TO XCTRFREQIN.
           MOVE NTBLCTRSTART(NSEARCHSUB) TO NCTRSTARTIN.
           MOVE NTBLCTREND(NSEARCHSUB)   TO NCTRENDIN.
           MOVE XTBLCTRDESC(NSEARCHSUB)  TO XCTRDESCIN.
           MOVE NTBLCTRLAST(NSEARCHSUB)  TO NCTRLASTIN.
           MOVE XTBLCTRTAX(NSEARCHSUB)   TO XCTRTAXIN.
           WRITE XCTRREC.
