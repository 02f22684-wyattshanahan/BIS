       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JEGEN.
       AUTHOR. WYATT SHANAHAN.

      *> Journal entry batch generation. Every entry GL-JOURNAL holds
      *> on GLJournals.txt that is due by the run's period - the run
      *> date's month, or GL_JE_PERIOD (YYYYMM), the month the next
      *> GL-POST will post into - is written out as a batch file in
      *> the shared extract layout and queued on GLBatches.ctl, so
      *> GL-POST re-proves it and the trial balance drills back to it
      *> like any subsystem's batch:
      *>   GLJE-nnnnn-yyyymm.txt    the entry, for period yyyymm;
      *>   GLJE-nnnnn-yyyymm-R.txt  a reversing entry's reversal,
      *>                            queued by the first run in a
      *>                            period after the one it posted in.
      *> A one-time or reversing entry goes out once. A recurring one
      *> goes out for each month from its first period (or the month
      *> after the last one generated) through the run's period,
      *> stopping at its end period - so a run after missed months
      *> queues one batch per month owed, and GL-POST posts each
      *> GLJE-nnnnn-yyyymm batch into its own month yyyymm (moved on
      *> only if that month is closed). A reversal goes to whatever
      *> period GL-POST is running for. The generated periods are saved
      *> back to GLJournals.txt, and a batch already queued or posted
      *> is not queued again, so a rerun is harmless.
      *> Register on GL-jegen-register.txt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL JEFILE ASSIGN TO DYNAMIC XJEFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XJESTATUS.
           SELECT OPTIONAL BATCHCTL ASSIGN TO "GLBatches.ctl"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XBATCHCTLSTATUS.
           SELECT OPTIONAL BATCHDONE ASSIGN TO "GLBatches-done.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XBATCHDONESTATUS.
           SELECT EXTFILE ASSIGN TO DYNAMIC XEXTFILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS XEXTSTATUS.
           SELECT RPTFILE ASSIGN TO "GL-jegen-register.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD JEFILE. *> GL-JOURNAL's layout - line 000 is the header
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

       FD BATCHCTL. *> one extract file name per line
       01 XBATCHNAME            PIC X(100).

       FD BATCHDONE.
       01 XBATCHDONEREC         PIC X(120).

       FD EXTFILE. *> the shared extract layout every producer writes
       01 XEXTREC.
              05 XEXTACCT          PIC X(6).
              05 XEXTDRCR          PIC X.
              05 NEXTAMT           PIC S9(7)V99 SIGN IS TRAILING.
              05 NEXTDEPT          PIC 9.
              05 XEXTDESC          PIC X(16).
              05 XEXTJOB           PIC X(4).

       FD RPTFILE.
       01 XRPTLINE              PIC X(100).

       WORKING-STORAGE SECTION.
              77 XJEFILENAME    PIC X(100).
              77 XEXTFILENAME   PIC X(100).
              77 XJESTATUS      PIC XX.
              77 XBATCHCTLSTATUS PIC XX.
              77 XBATCHDONESTATUS PIC XX.
              77 XEXTSTATUS     PIC XX.
              77 XEOF           PIC X    VALUE 'N'.
              77 XAUDITDETAIL   PIC X(80) VALUE SPACES.
              77 XAUDITPROGNAME PIC X(20) VALUE "GL-JEGEN".
              77 XAUDITEVENTSTART PIC X(8) VALUE "START".
              77 XAUDITEVENTEND PIC X(8)  VALUE "END".
              77 XEOJCODE       PIC X(8)  VALUE "CLEAN".
              77 XPARMPERIOD    PIC X(6) VALUE SPACES.
              77 NGENPERIOD     PIC 9(6) VALUE 0.
              77 NJECNT         PIC 999  VALUE 0.
              77 NJESUB         PIC 999  VALUE 0.
              77 NLINECNT       PIC 9(4) VALUE 0.
              77 NLINESUB       PIC 9(4) VALUE 0.
              77 NQUEUECNT      PIC 9(4) VALUE 0.
              77 NQUEUESUB      PIC 9(4) VALUE 0.
              77 XREVERSAL      PIC X    VALUE 'N'.
              77 XQUEUED        PIC X    VALUE 'N'.
              77 NBATCHAMT      PIC 9(9)V99 VALUE 0.
              77 NGENCNT        PIC 9(4) VALUE 0.
              77 NSKIPCNT       PIC 9(4) VALUE 0.
              77 NGENTOTAL      PIC 9(10)V99 VALUE 0.
              77 NJEFULLCNT     PIC 9(4) VALUE 0.
              COPY "rundate-ws.cbl".

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

              01 XLINETABLE. *> every entry's lines, in file order
                     05 XLINEELEMENT OCCURS 3000 TIMES.
                            10 NTBLLINEJE    PIC 9(5).
                            10 NTBLLINENUM   PIC 9(3).
                            10 XTBLLINEBODY  PIC X(90).

              01 XQUEUETABLE. *> batch names already queued or posted
                     05 XQUEUENAME OCCURS 3000 TIMES PIC X(30).

              01 XNEXTWORK. *> the month being generated
                     05 NNEXTYY     PIC 9(4).
                     05 NNEXTMM     PIC 99.
              01 NNEXTPERIOD REDEFINES XNEXTWORK PIC 9(6).

              01 XBATCHFILE.
                     05 FILLER      PIC X(5)  VALUE 'GLJE-'.
                     05 NBFJENUM    PIC 9(5).
                     05 FILLER      PIC X     VALUE '-'.
                     05 NBFPERIOD   PIC 9(6).
                     05 XBFSUFFIX   PIC X(6).

              01 XREGHEADING.
                     05 FILLER   PIC X(30)
                        VALUE 'JOURNAL ENTRY BATCHES PERIOD '.
                     05 NEREGPER PIC 9(6).
                     05 FILLER   PIC X(5)  VALUE SPACES.
                     05 NEREGRUN PIC 9999/99/99.

              01 XREGDETAIL.
                     05 NEREGJE     PIC 9(5).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEREGTYPE   PIC X.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEREGBATCH  PIC X(24).
                     05 NEREGAMT    PIC $$$,$$$,$$9.99.
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEREGDESC   PIC X(30).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEREGAPPR   PIC X(8).
                     05 FILLER      PIC X     VALUE SPACE.
                     05 XEREGNOTE   PIC X(12).

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTSTART
              XAUDITDETAIL.
           PERFORM 100-INIT.
           PERFORM 200-GENERATE VARYING NJESUB FROM 1 BY 1
              UNTIL NJESUB > NJECNT.
           PERFORM 400-SAVE-JE.
           PERFORM 500-TERMINATE.
           STOP RUN.

       100-INIT.
           COPY "rundate.cbl".
           MOVE 'GLJournals.txt' TO XJEFILENAME.
           ACCEPT XJEFILENAME FROM ENVIRONMENT 'GL_JOURNAL_FILE'
              ON EXCEPTION
                 MOVE 'GLJournals.txt' TO XJEFILENAME
           END-ACCEPT.
           COMPUTE NGENPERIOD = nRunDate / 100.
           ACCEPT XPARMPERIOD FROM ENVIRONMENT 'GL_JE_PERIOD'
              ON EXCEPTION MOVE SPACES TO XPARMPERIOD
           END-ACCEPT.
           IF XPARMPERIOD NOT = SPACES
              IF XPARMPERIOD IS NUMERIC
                 AND XPARMPERIOD(5:2) >= '01'
                 AND XPARMPERIOD(5:2) <= '12'
                 MOVE XPARMPERIOD TO NGENPERIOD
              ELSE
                 DISPLAY 'GL_JE_PERIOD ' XPARMPERIOD
                    ' IS NOT A YYYYMM MONTH - NOTHING GENERATED.'
                 MOVE "aborted - bad GL_JE_PERIOD" TO XAUDITDETAIL
                 PERFORM 900-ABORT
              END-IF
           END-IF.
           OPEN INPUT JEFILE.
           IF XJESTATUS = '00'
              PERFORM 110-READ-JE UNTIL XEOF = 'Y'
           END-IF.
           CLOSE JEFILE.
           IF NJEFULLCNT > 0
              DISPLAY 'JOURNAL TABLE FULL - NOTHING GENERATED, '
                 'NOTHING SAVED.'
              MOVE "aborted - journal table full" TO XAUDITDETAIL
              PERFORM 900-ABORT
           END-IF.
           PERFORM 120-LOAD-QUEUED.
           OPEN OUTPUT RPTFILE.
           MOVE NGENPERIOD TO NEREGPER.
           MOVE nRunDate TO NEREGRUN.
           MOVE XREGHEADING TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 2 LINES.

       110-READ-JE.
           READ JEFILE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF NJELINEIN = 0
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
                    ELSE
                       ADD 1 TO NJEFULLCNT
                    END-IF
                 ELSE
                    IF NLINECNT < 3000
                       ADD 1 TO NLINECNT
                       MOVE NJENUMIN  TO NTBLLINEJE(NLINECNT)
                       MOVE NJELINEIN TO NTBLLINENUM(NLINECNT)
                       MOVE XJEBODYIN TO XTBLLINEBODY(NLINECNT)
                    ELSE
                       ADD 1 TO NJEFULLCNT
                    END-IF
                 END-IF,
           END-READ.

       120-LOAD-QUEUED. *> the journal batches still waiting on the
          *> control file, and the ones GL-POST has retired
           MOVE 'N' TO XEOF.
           OPEN INPUT BATCHCTL.
           IF XBATCHCTLSTATUS = '00'
              PERFORM 121-READ-CTL UNTIL XEOF = 'Y'
           END-IF.
           CLOSE BATCHCTL.
           MOVE 'N' TO XEOF.
           OPEN INPUT BATCHDONE.
           IF XBATCHDONESTATUS = '00'
              PERFORM 122-READ-DONE UNTIL XEOF = 'Y'
           END-IF.
           CLOSE BATCHDONE.

       121-READ-CTL.
           READ BATCHCTL
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF XBATCHNAME(1:5) = 'GLJE-' AND NQUEUECNT < 3000
                    ADD 1 TO NQUEUECNT
                    MOVE XBATCHNAME TO XQUEUENAME(NQUEUECNT)
                 END-IF,
           END-READ.

       122-READ-DONE.
           READ BATCHDONE
              AT END
                 MOVE 'Y' TO XEOF,
              NOT AT END
                 IF XBATCHDONEREC(1:5) = 'GLJE-' AND NQUEUECNT < 3000
                    ADD 1 TO NQUEUECNT
                    UNSTRING XBATCHDONEREC DELIMITED BY SPACE
                       INTO XQUEUENAME(NQUEUECNT)
                    END-UNSTRING
                 END-IF,
           END-READ.

      *> ==============================================================
      *> one entry - whatever of it is due by the run's period
      *> ==============================================================
       200-GENERATE.
           IF XTBLJESTAT(NJESUB) NOT = 'X'
              EVALUATE XTBLJETYPE(NJESUB)
                 WHEN 'R'
                    PERFORM 220-RECURRING
                 WHEN OTHER
                    PERFORM 210-ONCE
              END-EVALUATE
           END-IF.

       210-ONCE. *> one-time, and the forward half of a reversing
          *> entry; its reversal waits for a later period
           IF NTBLJELAST(NJESUB) = 0
              AND NTBLJEPER(NJESUB) <= NGENPERIOD
              MOVE NGENPERIOD TO NNEXTPERIOD
              MOVE 'N' TO XREVERSAL
              PERFORM 300-WRITE-BATCH
              MOVE NGENPERIOD TO NTBLJELAST(NJESUB)
           ELSE
              IF XTBLJETYPE(NJESUB) = 'V'
                 AND NTBLJELAST(NJESUB) > 0
                 AND NTBLJEREV(NJESUB) = 0
                 AND NGENPERIOD > NTBLJELAST(NJESUB)
                 MOVE NTBLJELAST(NJESUB) TO NNEXTPERIOD
                 MOVE 'Y' TO XREVERSAL
                 PERFORM 300-WRITE-BATCH
                 MOVE NGENPERIOD TO NTBLJEREV(NJESUB)
              END-IF
           END-IF.

       220-RECURRING. *> each month still owed, in order
           IF NTBLJELAST(NJESUB) = 0
              MOVE NTBLJEPER(NJESUB) TO NNEXTPERIOD
           ELSE
              MOVE NTBLJELAST(NJESUB) TO NNEXTPERIOD
              PERFORM 230-STEP-MONTH
           END-IF.
           MOVE 'N' TO XREVERSAL.
           PERFORM 225-RECUR-MONTH
              UNTIL NNEXTPERIOD > NGENPERIOD
              OR (NTBLJEEND(NJESUB) NOT = 0
                 AND NNEXTPERIOD > NTBLJEEND(NJESUB)).

       225-RECUR-MONTH.
           PERFORM 300-WRITE-BATCH.
           MOVE NNEXTPERIOD TO NTBLJELAST(NJESUB).
           PERFORM 230-STEP-MONTH.

       230-STEP-MONTH.
           IF NNEXTMM = 12
              ADD 1 TO NNEXTYY
              MOVE 1 TO NNEXTMM
           ELSE
              ADD 1 TO NNEXTMM
           END-IF.

      *> ==============================================================
      *> one batch file - the entry's lines (sides swapped for a
      *> reversal) in the extract layout, queued for GL-POST
      *> ==============================================================
       300-WRITE-BATCH.
           MOVE NTBLJENUM(NJESUB) TO NBFJENUM.
           MOVE NNEXTPERIOD TO NBFPERIOD.
           IF XREVERSAL = 'Y'
              MOVE '-R.txt' TO XBFSUFFIX
           ELSE
              MOVE '.txt' TO XBFSUFFIX
           END-IF.
           MOVE SPACES TO XEXTFILENAME.
           MOVE XBATCHFILE TO XEXTFILENAME.
           MOVE 'N' TO XQUEUED.
           PERFORM VARYING NQUEUESUB FROM 1 BY 1
              UNTIL NQUEUESUB > NQUEUECNT
              IF XQUEUENAME(NQUEUESUB) = XBATCHFILE
                 MOVE 'Y' TO XQUEUED
              END-IF
           END-PERFORM.
           MOVE 0 TO NBATCHAMT.
           IF XQUEUED = 'Y'
              ADD 1 TO NSKIPCNT
           ELSE
              OPEN OUTPUT EXTFILE
              PERFORM 310-WRITE-LINE VARYING NLINESUB FROM 1 BY 1
                 UNTIL NLINESUB > NLINECNT
              CLOSE EXTFILE
              OPEN EXTEND BATCHCTL
              IF XBATCHCTLSTATUS NOT = '00'
                 OPEN OUTPUT BATCHCTL
              END-IF
              MOVE XEXTFILENAME TO XBATCHNAME
              WRITE XBATCHNAME
              CLOSE BATCHCTL
              ADD 1 TO NGENCNT
              ADD NBATCHAMT TO NGENTOTAL
           END-IF.
           MOVE SPACES TO XREGDETAIL.
           MOVE NTBLJENUM(NJESUB) TO NEREGJE.
           MOVE XTBLJETYPE(NJESUB) TO XEREGTYPE.
           MOVE XBATCHFILE TO XEREGBATCH.
           MOVE NBATCHAMT TO NEREGAMT.
           MOVE XTBLJEDESC(NJESUB) TO XEREGDESC.
           MOVE XTBLJEAPPR(NJESUB) TO XEREGAPPR.
           EVALUATE TRUE
              WHEN XQUEUED = 'Y'
                 MOVE 'ALREADY QUEUED' TO XEREGNOTE
              WHEN XREVERSAL = 'Y'
                 MOVE 'REVERSAL' TO XEREGNOTE
              WHEN OTHER
                 MOVE 'QUEUED' TO XEREGNOTE
           END-EVALUATE.
           MOVE XREGDETAIL TO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 1 LINE.

       310-WRITE-LINE.
           IF NTBLLINEJE(NLINESUB) = NTBLJENUM(NJESUB)
              MOVE XTBLLINEBODY(NLINESUB) TO XJEBODYIN
              MOVE XJELACCTIN TO XEXTACCT
              MOVE XJELDRCRIN TO XEXTDRCR
              IF XREVERSAL = 'Y'
                 INSPECT XEXTDRCR CONVERTING 'DC' TO 'CD'
                 MOVE SPACES TO XEXTDESC
                 STRING 'REV ' XTBLJEDESC(NJESUB)
                    DELIMITED BY SIZE INTO XEXTDESC
              ELSE
                 MOVE XTBLJEDESC(NJESUB) TO XEXTDESC
              END-IF
              MOVE NJELAMTIN TO NEXTAMT
              MOVE NJELDEPTIN TO NEXTDEPT
              MOVE XJELJOBIN TO XEXTJOB
              WRITE XEXTREC
              IF XJELDRCRIN = 'D'
                 ADD NJELAMTIN TO NBATCHAMT
              END-IF
           END-IF.

       400-SAVE-JE. *> the periods generated go back on the journal
           OPEN OUTPUT JEFILE.
           PERFORM 410-WRITE-JE VARYING NJESUB FROM 1 BY 1
              UNTIL NJESUB > NJECNT.
           CLOSE JEFILE.

       410-WRITE-JE.
           MOVE SPACES TO XJEREC.
           MOVE NTBLJENUM(NJESUB)  TO NJENUMIN.
           MOVE 0                  TO NJELINEIN.
           MOVE XTBLJETYPE(NJESUB) TO XJETYPEIN.
           MOVE NTBLJEPER(NJESUB)  TO NJEPERIN.
           MOVE NTBLJEEND(NJESUB)  TO NJEENDIN.
           MOVE XTBLJEDESC(NJESUB) TO XJEDESCIN.
           MOVE XTBLJEAPPR(NJESUB) TO XJEAPPRIN.
           MOVE XTBLJEBY(NJESUB)   TO XJEBYIN.
           MOVE NTBLJEDATE(NJESUB) TO NJEDATEIN.
           MOVE NTBLJELAST(NJESUB) TO NJELASTIN.
           MOVE NTBLJEREV(NJESUB)  TO NJEREVIN.
           MOVE XTBLJESTAT(NJESUB) TO XJESTATIN.
           WRITE XJEREC.
           PERFORM 411-WRITE-LINE VARYING NLINESUB FROM 1 BY 1
              UNTIL NLINESUB > NLINECNT.

       411-WRITE-LINE.
           IF NTBLLINEJE(NLINESUB) = NTBLJENUM(NJESUB)
              MOVE NTBLLINEJE(NLINESUB)   TO NJENUMIN
              MOVE NTBLLINENUM(NLINESUB)  TO NJELINEIN
              MOVE XTBLLINEBODY(NLINESUB) TO XJEBODYIN
              WRITE XJEREC
           END-IF.

       500-TERMINATE.
           MOVE SPACES TO XRPTLINE.
           STRING NGENCNT ' BATCH(ES) QUEUED FOR GL-POST, '
              NSKIPCNT ' ALREADY QUEUED.' DELIMITED BY SIZE
              INTO XRPTLINE.
           WRITE XRPTLINE BEFORE ADVANCING 2 LINES.
           CLOSE RPTFILE.
           DISPLAY NGENCNT ' JOURNAL BATCH(ES) QUEUED FOR PERIOD '
              NGENPERIOD ', ' NSKIPCNT ' ALREADY QUEUED.'.
           IF NSKIPCNT > 0
              MOVE "WARNING" TO XEOJCODE
           END-IF.
           MOVE SPACES TO XAUDITDETAIL.
           STRING "period " NGENPERIOD " batches " NGENCNT
              DELIMITED BY SIZE INTO XAUDITDETAIL.
           CALL "writeAuditLog" USING XAUDITPROGNAME XAUDITEVENTEND
              XAUDITDETAIL.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.

       900-ABORT.
           CALL "writeAuditLog" USING XAUDITPROGNAME
              XAUDITEVENTEND XAUDITDETAIL.
           MOVE "FAILED" TO XEOJCODE.
           CALL "writeEndOfJob" USING XAUDITPROGNAME XEOJCODE
              XAUDITDETAIL.
           STOP RUN.
