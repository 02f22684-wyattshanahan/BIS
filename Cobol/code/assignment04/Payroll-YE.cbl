      *> updated master from the last run of the year, writes a
      *> W-2-style extract record per employee - joined with the
      *> SSN and mailing address from the demographic file so the
      *> extract can actually be filed, and carrying taxable and
      *> FICA wages (gross less the pre-tax deductions) for boxes
      *> 1 and 3 - archives the closing master
      *> under a year-stamped name, and writes a fresh master with
      *> the YTD accumulators zeroed for the new year.

          05 nInVacBal      PIC 9(3)v99.
          05 nInSickBal     PIC 9(3)v99.
          05 xInPayGroup    PIC x.
          05 nInSepDate     PIC 9(8).
          05 xInSepReason   PIC xx.
          05 nInYtdTaxWage  PIC 9(7)v99.
          05 nInYtdFicaWage PIC 9(7)v99.
          05 nInYtdDefer    PIC 9(6)v99.
          05 nInYtdMatch    PIC 9(6)v99.

       FD W2FILE.
       01 xW2Record.
          05 xW2City        PIC x(20).
          05 xW2State       PIC xx.
          05 xW2Zip         PIC x(10).
          05 nW2YtdTaxWage  PIC 9(7)v99. *> box 1 - gross less the
             *> pre-tax deductions
          05 nW2YtdFicaWage PIC 9(7)v99. *> box 3 - gross less the
             *> section 125 deductions
          05 nW2YtdDefer    PIC 9(6)v99. *> box 12 code D - elective
             *> retirement deferrals

       FD DEMOFILE. *> employee demographics, maintained by
          *> PAYROLL-DEMO - the SSN and address live here, outside
          05 xDemZipIn      PIC x(10).

       FD ARCHFILE.
       01 xArchRecord    PIC x(150).

       FD NEWMASTER.
       01 xNewRecord.
          05 nNewVacBal      PIC 9(3)v99.
          05 nNewSickBal     PIC 9(3)v99.
          05 xNewPayGroup    PIC x.
          05 nNewSepDate     PIC 9(8).
          05 xNewSepReason   PIC xx.
          05 nNewYtdTaxWage  PIC 9(7)v99.
          05 nNewYtdFicaWage PIC 9(7)v99.
          05 nNewYtdDefer    PIC 9(6)v99.
          05 nNewYtdMatch    PIC 9(6)v99.

       WORKING-STORAGE SECTION.

       77 nEmplCnt         PIC 999   VALUE 0.
       77 nYtdGrossSum     PIC 9(8)v99 VALUE 0.
       77 neGrossSum       PIC $zz,zzz,zz9.99.
       77 nYtdTaxWageSum   PIC 9(8)v99 VALUE 0.
       77 neTaxWageSum     PIC $zz,zzz,zz9.99.
       77 nRunDate         PIC 9(8).
       77 xCloseYear       PIC 9999.
       77 xParmYear        PIC X(4)  VALUE SPACES.
       77 xDemoEOF         PIC x     VALUE 'n'.
       77 nDemoCnt         PIC 999   VALUE 0.
       77 nDemoSub         PIC 999   VALUE 0.
       77 xSsnProgram      PIC X(20) VALUE 'PAYROLL-YE'.
       77 xSsnAction       PIC X(8)  VALUE 'EXTRACT'.
       77 nNoSsnCnt        PIC 999   VALUE 0. *> employees extracted
          *> with no demographic record - chase these before filing

           MOVE nInYtdFica TO nW2YtdFica.
           MOVE xInWorkState TO xW2WorkState.
           MOVE nInYtdState TO nW2YtdState.
      *> an updated master from before taxable wages were kept
      *> has none - every dollar of gross was taxable then
           IF nInYtdTaxWage NUMERIC
              MOVE nInYtdTaxWage TO nW2YtdTaxWage
           ELSE
              MOVE nInYtdGross TO nW2YtdTaxWage
           END-IF.
           IF nInYtdFicaWage NUMERIC
              MOVE nInYtdFicaWage TO nW2YtdFicaWage
           ELSE
              MOVE nInYtdGross TO nW2YtdFicaWage
           END-IF.
           IF nInYtdDefer NUMERIC
              MOVE nInYtdDefer TO nW2YtdDefer
           ELSE
              MOVE 0 TO nW2YtdDefer
           END-IF.
           ADD nW2YtdTaxWage TO nYtdTaxWageSum.
           PERFORM 225-JOIN-DEMO.
           WRITE xW2Record.

           END-PERFORM.
           IF xW2Ssn = SPACES
              ADD 1 TO nNoSsnCnt
           ELSE
              CALL "logSsnAccess" USING xSsnProgram nInEmplNum
                 xSsnAction
           END-IF.

       230-WRITE-NEW-MASTER. *> carry everything forward, YTDs zeroed
           MOVE nInVacBal TO nNewVacBal.
           MOVE nInSickBal TO nNewSickBal.
           MOVE xInPayGroup TO xNewPayGroup.
      *> a separated employee stays on file, inactive, with the date
      *> and reason of the final check
           IF nInSepDate NOT NUMERIC
              MOVE 0 TO nNewSepDate
           ELSE
              MOVE nInSepDate TO nNewSepDate
           END-IF.
           MOVE xInSepReason TO xNewSepReason.
           MOVE 0 TO nNewYtdTaxWage.
           MOVE 0 TO nNewYtdFicaWage.
           MOVE 0 TO nNewYtdDefer.
           MOVE 0 TO nNewYtdMatch.
           WRITE xNewRecord.

       300-TERMINATION.
           DISPLAY 'YEAR ' xCloseYear ' CLOSED - ' nEmplCnt
              ' EMPLOYEES, ' neGrossSum ' YTD GROSS ARCHIVED TO '
              FUNCTION TRIM(xArchFileName).
           MOVE nYtdTaxWageSum TO neTaxWageSum.
           DISPLAY 'W-2 TAXABLE WAGES EXTRACTED ' neTaxWageSum.
           STRING "year=" DELIMITED BY SIZE
              xCloseYear DELIMITED BY SIZE
              " employees=" DELIMITED BY SIZE
