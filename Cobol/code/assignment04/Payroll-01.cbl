              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSVFILE ASSIGN TO DYNAMIC xCsvGenName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJECTFILE ASSIGN TO DYNAMIC xRejFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SRTTRANSWK ASSIGN TO "payroll-trans-srt.wk".
           SELECT SORTEDTRANS ASSIGN TO "Payroll-01-trans-sorted.txt"
              xDeductFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDeductStatus.
           SELECT DEDREGFILE ASSIGN TO DYNAMIC xDedRegFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GARNFILE ASSIGN TO DYNAMIC xGarnFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGarnStatus.
           SELECT GARNRPTFILE ASSIGN TO DYNAMIC xGarnRptFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUBFILE ASSIGN TO "Payroll-01-paystubs.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FINALPAYFILE ASSIGN TO "Payroll-01-finalpay.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTFILE ASSIGN TO "PayHistory.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xHistStatus.
              xRateChgFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xRateChgStatus.
           SELECT OPTIONAL MILEAGEFILE ASSIGN TO DYNAMIC
              xMileageFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xMileageStatus.
           SELECT OPTIONAL PERIODFILE ASSIGN TO DYNAMIC
              xPeriodFileName
              ORGANIZATION IS LINE SEQUENTIAL
              xDeptRefFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xDeptRefStatus.
           SELECT OPTIONAL PLANRULEFILE ASSIGN TO DYNAMIC
              xPlanFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xPlanStatus.
           SELECT OPTIONAL LABORALLOCFILE ASSIGN TO DYNAMIC
              xAllocFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xAllocStatus.
           SELECT OPTIONAL MINWAGEREF ASSIGN TO DYNAMIC
              xMwRefFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xMwRefStatus.
           SELECT OPTIONAL MWOPENFILE ASSIGN TO
              "Payroll-minwage-open.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xMwOpenStatus.
           SELECT OPTIONAL MWOVRFILE ASSIGN TO DYNAMIC xMwOvrFileName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xMwOvrStatus.
           SELECT PLANREMITFILE ASSIGN TO "Payroll-01-planremit.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREVIEWFILE ASSIGN TO "Payroll-01-preview-g2n.txt"
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GARNREMITFILE ASSIGN TO
              "Payroll-01-garnremit.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xGarnRemStatus.

       DATA DIVISION.
       FILE SECTION.
          05 nMstSickBal     PIC 9(3)v99. *> accrued per LeaveRules.txt
          05 xMstPayGroup    PIC x. *> W weekly (also blank, for the
             *> legacy population), B biweekly, M monthly
          05 nMstSepDate     PIC 9(8). *> separation date, zero while
             *> employed
          05 xMstSepReason   PIC xx. *> VQ/IT/LO/RT/DE, from the T
             *> transaction that final-paid them
          05 nMstYtdTaxWage  PIC 9(7)v99. *> YTD wages after pre-tax
             *> deductions - fed/state taxable (W-2 box 1)
          05 nMstYtdFicaWage PIC 9(7)v99. *> YTD wages FICA applies to
             *> (W-2 box 3)
          05 nMstYtdDefer    PIC 9(6)v99. *> YTD retirement deferral -
             *> the deduction codes on PlanRules.txt
          05 nMstYtdMatch    PIC 9(6)v99. *> YTD employer match

       FD TRANSACTIONFILE.
       01 xTransHdrRec. *> control records written by PAYROLL-EDIT
          05 nTransEmplNum   PIC 9999.
          05 nTransEmpHrs    PIC 999.
          05 xTransType      PIC x. *> R/blank regular, A adjustment,
             *> V full reversal of a prior check, L/K leave, H holiday,
             *> T termination - last hours plus the leave payout,
             *> B supplemental earnings - a flat amount, no hours
          05 xTransSign      PIC x. *> - on a negative adjustment
          05 xTransJob       PIC x(4). *> job worked, blank = none
          05 xTransSepDate   PIC x(8). *> T only - separation date
          05 xTransSepReason PIC xx. *> T only - VQ/IT/LO/RT/DE
          05 nTransSuppAmt   PIC 9(5)v99. *> B only - gross amount
          05 xTransSuppKind  PIC x. *> B only - B bonus, C commission,
             *> M corrected-check reissue

       FD OUTFILE.
       01 xOutput        PIC x(132).
          05 xDedTypeIn     PIC x. *> F = flat amount, P = percent of gross
          05 nDedAmtIn      PIC 9(4)v99.
          05 xDedActiveIn   PIC x.
          05 xDedTaxClassIn PIC x. *> blank = after tax, P = pre-tax
             *> for fed/state only (401(k)), S = pre-tax for fed/state
             *> and FICA (section 125 health premiums)
          05 xDedSuppIn     PIC x. *> Y = also taken from bonus and
             *> commission checks; blank = regular checks only

       FD DEDREGFILE.
       01 xDedRegOut     PIC x(80).

       FD PREVIEWFILE. *> gross-to-net summary of a preview run
       01 xPreviewOut    PIC x(80).

       FD GARNFILE. *> court-order garnishments, balance written back
          *> at end of each run and dropped once it reaches zero
       01 xGarnRecord.
          05 nGarnPriorityIn  PIC 9.
          05 nGarnPerPeriodIn PIC 9(4)v99.
          05 nGarnBalanceIn   PIC 9(6)v99.
          05 xGarnPayeeIn     PIC x(6). *> agency or creditor owed,
             *> keyed to GarnPayees.txt

       FD GARNRPTFILE.
       01 xGarnRptOut    PIC x(80).

       FD GARNREMITFILE. *> one line per withholding taken or
          *> restored, queued for PAYROLL-GARNREMIT - appended every
          *> run and emptied once the payees have been paid
       01 xGarnRemRecord.
          05 nGrmDateOut    PIC 9(8).
          05 xGrmPayeeOut   PIC x(6).
          05 xGrmCaseOut    PIC x(10).
          05 nGrmEmpOut     PIC 9999.
          05 xGrmNameOut    PIC x(30).
          05 nGrmAmtOut     PIC s9(5)v99 SIGN IS TRAILING.
          05 nGrmBalOut     PIC 9(6)v99.
          05 xGrmClosedOut  PIC x. *> Y = this take paid the case
             *> off, R = a reversal restored it, blank otherwise

       FD FINALPAYFILE. *> one line per separation final-paid
       01 xFinPayOut     PIC x(132).

       FD STUBFILE. *> one formatted stub per paid check
       01 xStubOut       PIC x(80).

          05 xGlaStAcctIn   PIC x(6). *> state withholding liability
          05 xGlaEmpExpAcctIn PIC x(6). *> employer payroll-tax
          05 xGlaEmpLiabAcctIn PIC x(6). *> expense and liability
          05 xGlaMatchExpAcctIn PIC x(6). *> employer 401(k) match
          05 xGlaMatchLiabAcctIn PIC x(6). *> expense and liability -
             *> blank falls back to the payroll-tax pair above
          05 xGlaTravAcctIn PIC x(6). *> travel expense the mileage
             *> reimbursement debits - blank falls back to the
             *> department's labor expense account

       FD GLEXTFILE. *> labor distribution posting extract - one debit
          *> per department for gross labor, credits for each
          05 nIssEmpOut     PIC 9999.
          05 xIssNameOut    PIC x(40).
          05 nIssAmtOut     PIC 9(5)v99.
          05 xIssStatusOut  PIC x. *> I issued, C cleared, V void,
             *> E escheat holding

       FD CHKCTLFILE. *> persisted next-check-number control record
       01 xChkCtlRecord.
          05 nRchNewRateIn  PIC 999v99.
          05 nRchEffDateIn  PIC 9(8).

       FD MILEAGEFILE. *> employee mileage trip log kept by
          *> PAYROLL-MILEAGE - approved trips ride this run's checks
          *> and go back marked paid; the layout is in xMilTripWk
       01 xMileageRecord   PIC x(111).

       FD PERIODFILE. *> pay-period run-control calendar, one
          *> calendar per pay group on the same file
       01 xPeriodRecord.
          *> so the January rate change is a file edit, not a
          *> recompile.
       01 xTaxRecord.
          05 xTaxTypeIn     PIC x. *> B = bracket, F = FICA,
             *> S = flat federal rate on supplemental wages
          05 nTaxFloorIn    PIC 9(7)v99. *> per-check gross floor
          05 nTaxRateIn     PIC v9999.
          05 nTaxBaseIn     PIC 9(7)v99. *> annual wage base (F only)
          05 xLvMethodIn    PIC x. *> P = per period, W = per hour
          05 nLvVacRateIn   PIC 99v999.
          05 nLvSickRateIn  PIC 99v999.
          05 xLvSickPayIn   PIC x. *> at separation: P = sick balance
             *> paid out, blank/F = forfeited

       FD DEMOFILE. *> employee demographics (PAYROLL-DEMO) - only
          *> the address block is used here, for the window envelope
          05 xDptNameIn     PIC x(20).
          05 xDptMgrIn      PIC x(20).

       FD PLANRULEFILE. *> retirement plan rules - one record per
          *> deduction code that is an employee deferral
       01 xPlanRecord.
          05 xPlnCodeIn     PIC x(4). *> deduction code deferred
          05 nPlnMatchPctIn PIC 999v99. *> % of the deferral matched
          05 nPlnCapPctIn   PIC 99v99. *> match cap, % of gross

       FD LABORALLOCFILE. *> salaried labor split - one record per
          *> employee per department; the rows sharing an employee's
          *> latest effective date on or before the run are the split
          *> in force and must total 100%
       01 xAllocRecord.
          05 nAlcEmpIn      PIC 9999.
          05 nAlcDeptIn     PIC 9.
          05 nAlcPctIn      PIC 999v99.
          05 nAlcEffIn      PIC 9(8).

       FD MINWAGEREF. *> only opened to see whether minimum-wage
          *> compliance is in use - minWageFor reads it
       01 xMwRefRecord     PIC x(14).

       FD MWOPENFILE. *> PAYROLL-MINWAGE's violations for a run date
          *> and pay group, header first
       01 xMwOpenHdrRec.
          05 xMwoHdrTag     PIC x(3). *> 'HDR'
          05 nMwoHdrDate    PIC 9(8).
          05 xMwoHdrGroup   PIC x.
       01 xMwOpenVioRec.
          05 xMwoVioTag     PIC x(3). *> 'VIO'
          05 nMwoEmplNum    PIC 9999.
          05 xMwoState      PIC xx.
          05 xMwoBasis      PIC x. *> H hourly, R rate change,
             *> S salaried
          05 nMwoRate       PIC 999v99.
          05 nMwoMinimum    PIC 99v99.

       FD MWOVRFILE. *> overrides payroll has signed, per employee
          *> per run date - blank signer = not signed
       01 xMwOvrRecord.
          05 nMwvEmplNumIn  PIC 9999.
          05 nMwvRunDateIn  PIC 9(8).
          05 xMwvSignerIn   PIC x(20).
          05 xMwvReasonIn   PIC x(40).

       FD PLANREMITFILE. *> per-period contribution remittance for
          *> the plan administrator - header and trailer carry the
          *> control totals PAYROLL-BAL proves, as positive pay does
       01 xPRemHdrRec.
          05 xPRHdrTag      PIC x(3). *> 'HDR'
          05 nPRHdrDate     PIC 9(8).
          05 xPRHdrSource   PIC x(20).
       01 xPRemTrlRec.
          05 xPRTrlTag      PIC x(3). *> 'TRL'
          05 nPRTrlCount    PIC 9(5).
          05 nPRTrlDefer    PIC s9(8)v99 SIGN IS TRAILING.
          05 nPRTrlMatch    PIC s9(8)v99 SIGN IS TRAILING.
       01 xPRemDetailRec.
          05 xPRTypeOut     PIC x(3). *> 'DTL'
          05 nPREmpOut      PIC 9999.
          05 xPRNameOut     PIC x(30).
          05 nPRDeferOut    PIC s9(6)v99 SIGN IS TRAILING.
          05 nPRMatchOut    PIC s9(6)v99 SIGN IS TRAILING.
          05 nPRYtdDeferOut PIC 9(6)v99.
          05 nPRYtdMatchOut PIC 9(6)v99.

       FD HISTFILE. *> permanent pay history - appended every run,
          *> never overwritten; PAYROLL-INQ reports from it
       01 xHistRecord.
          05 nHistNet       PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistState     PIC s9(5)v99 SIGN IS TRAILING. *> added
             *> at the end so older history lines still parse
          05 nHistTaxWage   PIC s9(5)v99 SIGN IS TRAILING. *> gross
             *> less pre-tax deductions
          05 nHistFicaWage  PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistReimb     PIC s9(5)v99 SIGN IS TRAILING. *> mileage
             *> reimbursement inside nHistNet - never wages

       FD HISTSCAN. *> read-only second view of the pay history, for
          *> the retro-pay scan - hours already paid since a late
          05 nUpdVacBal      PIC 9(3)v99.
          05 nUpdSickBal     PIC 9(3)v99.
          05 xUpdPayGroup    PIC x.
          05 nUpdSepDate     PIC 9(8).
          05 xUpdSepReason   PIC xx.
          05 nUpdYtdTaxWage  PIC 9(7)v99.
          05 nUpdYtdFicaWage PIC 9(7)v99.
          05 nUpdYtdDefer    PIC 9(6)v99.
          05 nUpdYtdMatch    PIC 9(6)v99.

       SD SRTTRANSWK.
       01 xSrtTransRec.
          05 xSrtTrsType     PIC x.
          05 xSrtTrsSign     PIC x.
          05 xSrtTrsJob      PIC x(4).
          05 xSrtTrsSepDate  PIC x(8).
          05 xSrtTrsSepReason PIC xx.
          05 nSrtTrsSuppAmt  PIC 9(5)v99.
          05 xSrtTrsSuppKind PIC x.

       FD SORTEDTRANS.
       01 xSortedTransRec.
          05 xTrsType        PIC x.
          05 xTrsSign        PIC x.
          05 xTrsJob         PIC x(4).
          05 xTrsSepDate     PIC x(8).
          05 xTrsSepReason   PIC xx.
          05 nTrsSuppAmt     PIC 9(5)v99.
          05 xTrsSuppKind    PIC x.

       FD REGRAWWK.
       01 xRegRawRec.
          05 nRawGarn        PIC s9(5)v99 SIGN IS TRAILING.
          05 nRawNet         PIC s9(5)v99 SIGN IS TRAILING.
          05 xRawJob         PIC x(4).
          05 nRawMatch       PIC s9(5)v99 SIGN IS TRAILING.
          05 nRawReimb       PIC s9(5)v99 SIGN IS TRAILING.

       SD SRTREGWK.
       01 xSrtRegRec.
          05 nSrtRegGarn     PIC s9(5)v99 SIGN IS TRAILING.
          05 nSrtRegNet      PIC s9(5)v99 SIGN IS TRAILING.
          05 xSrtRegJob      PIC x(4).
          05 nSrtRegMatch    PIC s9(5)v99 SIGN IS TRAILING.
          05 nSrtRegReimb    PIC s9(5)v99 SIGN IS TRAILING.

       FD SORTEDREG.
       01 xSortedRegRec.
          05 nRgGarn         PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgNet          PIC s9(5)v99 SIGN IS TRAILING.
          05 xRgJob          PIC x(4).
          05 nRgMatch        PIC s9(5)v99 SIGN IS TRAILING.
          05 nRgReimb        PIC s9(5)v99 SIGN IS TRAILING.

       WORKING-STORAGE SECTION.

       77 xDDGenBase      PIC X(50)
          VALUE "Payroll-01-directdeposit.txt".
       77 xDDGenName      PIC X(100).
       77 xRejFileName    PIC X(100) VALUE "Payroll-01-rejects.txt".
       77 xDedRegFileName PIC X(100) VALUE "Payroll-01-dedreg.txt".
       77 xGarnRptFileName PIC X(100) VALUE "Payroll-01-garnrpt.txt".
       77 xParmPreview    PIC x     VALUE SPACE.
       77 xPreview        PIC x     VALUE 'n'. *> y = compute and
          *> report only - master, history, check numbers, issue
          *> file, checkpoint, bank and GL files are not touched
       77 nPrvChkCnt      PIC 9(4)  VALUE 0.
       77 nPrvChkAmt      PIC s9(7)v99 VALUE 0.
       77 nPrvDDCnt       PIC 9(4)  VALUE 0.
       77 nPrvDDAmt       PIC s9(7)v99 VALUE 0.
       77 nPrvProof       PIC s9(7)v99 VALUE 0.
       77 xTransFileStatus PIC xx.
       77 xLockMode       PIC x.
       77 xLockResult     PIC x.
       77 nRchLoadSub     PIC 99    VALUE 0.
       77 nRchSub         PIC 99    VALUE 0.
       77 nRchSaveSub     PIC 99    VALUE 0.
       77 xMileageFileName PIC X(100).
       77 xMileageStatus  PIC xx. *> MILEAGEFILE is OPTIONAL
       77 xMileagePresent PIC x     VALUE 'n'. *> y once the trip
          *> log loaded whole under its lock - only then is any
          *> trip paid or the file written back
       77 xMileageEOF     PIC x     VALUE 'n'.
       77 xMileageOverflow PIC x    VALUE 'n'.
       77 xMilLockMode    PIC x     VALUE 'X'.
       77 xMilLockResult  PIC x.
       77 xMilLockHeld    PIC x     VALUE 'N'.
       77 nMilLoadSub     PIC 9(4)  VALUE 0.
       77 nMilSub         PIC 9(4)  VALUE 0.
       77 nReimbDue       PIC s9(5)v99 VALUE 0. *> approved mileage
          *> owed the master under process, paid on its next check
       77 nReimbThisChk   PIC s9(5)v99 VALUE 0.
       77 nReimbSum       PIC s9(7)v99 VALUE 0. *> run total paid
       77 nReimbTripCnt   PIC 9(5)  VALUE 0.
       77 neReimbSum      PIC -,---,--9.99.
       77 nOldRate        PIC 999v99 VALUE 0.
       77 xPeriodFileName PIC X(100).
       77 xPeriodStatus   PIC xx. *> PERIODFILE is OPTIONAL - with no
          *> used only when no tax table is on file
       77 nFicaRate   PIC v9999    VALUE .0765. *> overridden by the
          *> tax table's F record when one is on file
       77 nSuppFedRate PIC v9999   VALUE .2200. *> flat federal rate
          *> on bonus and commission checks - overridden by the tax
          *> table's S record when one is on file
       77 xSuppRatePresent PIC x   VALUE 'n'.
       77 xTaxFileName PIC X(100).
       77 xTaxStatus   PIC xx. *> TAXFILE is OPTIONAL - without it
          *> the run withholds at the legacy flat rates
       77 nFicaWageBase PIC 9(7)v99 VALUE 0. *> 0 = no cap on file
       77 nFicaYtd     PIC 9(7)v99 VALUE 0.
       77 nFicaRoom    PIC 9(7)v99 VALUE 0. *> wages still under the
          *> base - FICA stops once YTD FICA wages cross it
       77 xStRateFileName PIC X(100).
       77 xStRateStatus PIC xx. *> STATERATEFILE is OPTIONAL - with
          *> no rate file on file nothing is withheld for any state
       77 nLeaveWork    PIC s9(4)v99 VALUE 0. *> signed scratch so an
          *> overdrawn balance clamps with a warning
       77 nTypeLveCnt   PIC 999     VALUE 0. *> leave-taken checks
       77 nTypeTrmCnt   PIC 999     VALUE 0. *> final (T) checks
       77 xMstTermPend  PIC x       VALUE 'n'. *> y once a T has
          *> final-paid this master - finalize inactivates it
       77 nTermSepDate  PIC 9(8)    VALUE 0.
       77 xTermSepReason PIC xx     VALUE SPACES.
       77 xSickPayout   PIC x       VALUE 'n'. *> y when the pay
          *> type's rule pays the sick balance out at separation
       77 nPayoutRate   PIC 999v99  VALUE 0. *> hourly rate the leave
          *> pays out at - salaried staff derive it from the salary
       77 nStubVacHrs   PIC s9(4)v99 VALUE 0.
       77 nStubVacPay   PIC s9(5)v99 VALUE 0.
       77 nStubSickHrs  PIC s9(4)v99 VALUE 0.
       77 nStubSickPay  PIC s9(5)v99 VALUE 0.
       77 nFinVacSum    PIC s9(7)v99 VALUE 0.
       77 nFinSickSum   PIC s9(7)v99 VALUE 0.
       77 nFinForfeitHrs PIC s9(6)v99 VALUE 0.
       77 xDemoFileName PIC X(100).
       77 xDemoStatus   PIC xx. *> DEMOFILE is OPTIONAL - a check
          *> with no address record prints without the block
       77 xRunPayGroup  PIC x       VALUE 'W'. *> the group this run
          *> pays - only its employees and its calendar apply
       77 xParmGroup    PIC x       VALUE SPACE.
       77 xRunMode      PIC x       VALUE SPACE.
       77 xOffCycle     PIC x       VALUE 'n'. *> y on an off-cycle
          *> run - supplemental pay between regular runs, outside the
          *> pay-period calendar
       77 xPayCtxKind   PIC x       VALUE SPACE. *> supplemental kind
          *> of this check when xPayCtxType is B
       77 xSuppFlat     PIC x       VALUE 'n'. *> y when this check
          *> withholds fed at the flat supplemental rate and takes
          *> only the deductions coded for supplemental pay
       77 nStubSupPay   PIC s9(5)v99 VALUE 0.
       77 nTypeSupCnt   PIC 999     VALUE 0. *> supplemental checks
       77 xMstGroupWork PIC x. *> master's group, blank read as W
       77 xHistScanStatus PIC xx.
       77 xHistScanEOF  PIC x       VALUE 'n'.
          *> percent deductions compute from
       77 xDedReversal   PIC x        VALUE 'N'.
       77 nDedSum        PIC s9(6)v99 VALUE 0.
       77 nPreTaxAmt     PIC 9(5)v99  VALUE 0. *> pre-tax deductions
          *> taken this check, positive image
       77 nPreFicaAmt    PIC 9(5)v99  VALUE 0. *> the part of it that
          *> also comes out of FICA wages (class S)
       77 nTaxableWage   PIC s9(5)v99 VALUE 0. *> gross less pre-tax -
          *> what fed and state withholding compute on
       77 nFicaWage      PIC s9(5)v99 VALUE 0. *> gross less class S
       77 nMstTaxWageAccum PIC s9(7)v99 VALUE 0.
       77 nMstFicaWageAccum PIC s9(7)v99 VALUE 0.
       77 xGarnFileName   PIC X(100).
       77 xGarnStatus    PIC xx. *> GARNFILE is OPTIONAL - no court
          *> orders on file just means nothing is garnished
       77 xGarnPresent   PIC x        VALUE 'n'.
       77 xGarnRemStatus PIC xx.
       77 xGarnEOF       PIC x        VALUE 'n'.
       77 nGarnLoadSub   PIC 999      VALUE 0.
       77 nGarnProcSub   PIC 999      VALUE 0.
       77 xDeptRefStatus PIC xx. *> DEPTREFFILE is OPTIONAL - with
          *> no reference the break lines print the digit alone
       77 xDeptRefEOF  PIC x       VALUE 'n'.
       77 xPlanFileName PIC X(100).
       77 xPlanStatus  PIC xx. *> PLANRULEFILE is OPTIONAL - with
          *> no plan on file no deduction is a deferral, no match
       77 xPlanEOF     PIC x       VALUE 'n'.
       77 nPlnCnt      PIC 99      VALUE 0.
       77 nPlnSub      PIC 99      VALUE 0.
       77 nDeferCheckAmt PIC 9(5)v99 VALUE 0. *> deferrals taken
          *> this check, positive image
       77 nMatchRaw    PIC 9(5)v99 VALUE 0. *> match before the cap
       77 nMatchCapPct PIC 99v99   VALUE 0.
       77 nMatchCap    PIC 9(5)v99 VALUE 0.
       77 nMatchAmt    PIC s9(5)v99 VALUE 0. *> this check's match -
          *> negative on a reversal
       77 nDeferCheckSgn PIC s9(5)v99 VALUE 0.
       77 nMstDeferAccum PIC s9(6)v99 VALUE 0.
       77 nMstMatchAccum PIC s9(6)v99 VALUE 0.
       77 nDeptMatch   PIC s9(6)v99 VALUE 0.
       77 nDeptReimb   PIC s9(6)v99 VALUE 0.
       77 xMwRefFileName PIC X(100).
       77 xMwRefStatus PIC xx. *> MINWAGEREF is OPTIONAL - with no
          *> minimum-wage reference there is no compliance gate
       77 xMwOpenStatus PIC xx.
       77 xMwOvrFileName PIC X(100).
       77 xMwOvrStatus PIC xx.
       77 xMwEOF       PIC x       VALUE 'n'.
       77 xMwHdrOk     PIC x       VALUE 'n'. *> y = the compliance
          *> check was run for this date and group
       77 nMwOvrCnt    PIC 999     VALUE 0.
       77 nMwOvrSub    PIC 999     VALUE 0.
       77 xMwOvrFound  PIC x       VALUE 'n'.
       77 nMwKeyEmp    PIC 9999    VALUE 0.
       77 nMwOpenCnt   PIC 999     VALUE 0. *> violations unsigned
       77 nMwHeldCnt   PIC 999     VALUE 0. *> rate changes held
          *> below the minimum
       77 nMwMinimum   PIC 99v99   VALUE 0.
       77 neMwMinimum  PIC $z9.99.
       77 neMwRate     PIC $zz9.99.
       77 xMwChgOk     PIC x       VALUE 'y'.
       77 xAllocFileName PIC X(100).
       77 xAllocStatus PIC xx. *> LABORALLOCFILE is OPTIONAL - with
          *> no split on file every check books to its home dept
       77 xAllocEOF    PIC x       VALUE 'n'.
       77 nAlcCnt      PIC 999     VALUE 0.
       77 nAlcSub      PIC 999     VALUE 0.
       77 nAlcEmpCnt   PIC 999     VALUE 0.
       77 nAlcEmpSub   PIC 999     VALUE 0.
       77 xAlcEmpFound PIC x       VALUE 'n'.
       77 nAlcBadCnt   PIC 999     VALUE 0. *> splits refused -
          *> those employees book to their home dept
       77 nAlcDeptSub  PIC 99      VALUE 0.
       77 nAlcRowNum   PIC 99      VALUE 0.
       77 nAlcGrossPart PIC s9(5)v99 VALUE 0.
       77 nAlcFicaPart PIC s9(5)v99 VALUE 0.
       77 nAlcMatchPart PIC s9(5)v99 VALUE 0.
       77 nAlcGrossDone PIC s9(5)v99 VALUE 0. *> portions already
          *> spread - the last row takes the remainder, so the split
          *> never gains or loses a penny
       77 nAlcFicaDone PIC s9(5)v99 VALUE 0.
       77 nAlcMatchDone PIC s9(5)v99 VALUE 0.
       77 nAlcNetGross PIC s9(7)v99 VALUE 0.
       77 nAlcNetFica  PIC s9(6)v99 VALUE 0.
       77 neAlcPct     PIC zzz9.99.
       77 nPRemCnt     PIC 9(5)    VALUE 0.
       77 nPRemDeferSum PIC s9(8)v99 VALUE 0.
       77 nPRemMatchSum PIC s9(8)v99 VALUE 0.
       77 neMatchSum   PIC $z,zzz,zz9.99-.

       01 xPlanTable. *> deferral codes and their match rule
          05 xPlanElement OCCURS 10 TIMES.
             10 xPlnCodeTbl   PIC x(4).
             10 nPlnMatchTbl  PIC 999v99.
             10 nPlnCapTbl    PIC 99v99.

       01 xMwOvrTable. *> overrides signed for this run date
          05 xMwOvrElement OCCURS 200 TIMES.
             10 nMwvEmpTbl    PIC 9999.
             10 xMwvSignerTbl PIC x(20).

       01 xAllocTable. *> split rows in force or pending
          05 xAllocElement OCCURS 500 TIMES.
             10 nAlcEmpTbl    PIC 9999.
             10 nAlcDeptTbl   PIC 9.
             10 nAlcPctTbl    PIC 999v99.
             10 nAlcEffTbl    PIC 9(8).

       01 xAllocEmpTable. *> one entry per employee with a split
          05 xAllocEmpElement OCCURS 300 TIMES.
             10 nAlcEKeyTbl   PIC 9999.
             10 nAlcEEffTbl   PIC 9(8). *> effective date in force
             10 nAlcEPctTbl   PIC 9(4)v99. *> total of that set
             10 nAlcERowsTbl  PIC 99.
             10 xAlcEBadTbl   PIC x. *> 'y' = a row was unusable
             10 xAlcEOkTbl    PIC x. *> 'y' = split applies

       01 xAllocDeptTable. *> amounts moved between departments
          05 xAllocDeptElement OCCURS 9 TIMES.
             10 nAlcGrossOutTbl PIC s9(7)v99.
             10 nAlcGrossInTbl  PIC s9(7)v99.
             10 nAlcFicaOutTbl  PIC s9(6)v99.
             10 nAlcFicaInTbl   PIC s9(6)v99.
             10 nAlcMatchOutTbl PIC s9(6)v99.
             10 nAlcMatchInTbl  PIC s9(6)v99.
             10 xAlcDeptDoneTbl PIC x. *> 'y' once its break posted

       01 xDeptNameTable.
          05 xDeptNameTbl OCCURS 9 TIMES PIC x(20).
             10 xDedTypeTbl   PIC x.
             10 nDedAmtTbl    PIC 9(4)v99.
             10 xDedActTbl    PIC x.
             10 xDedClassTbl  PIC x.
             10 xDedSuppTbl   PIC x.

       01 xDedCodeTotals. *> run totals by deduction code, one
          *> remittance line per plan provider on the register
             10 nGarnPriTbl   PIC 9.
             10 nGarnPerTbl   PIC 9(4)v99.
             10 nGarnBalTbl   PIC 9(6)v99.
             10 xGarnPayeeTbl PIC x(6).

       77 nPayHrs        PIC s999     VALUE 0. *> hours this check
       77 xPayCtxJob     PIC x(4)     VALUE SPACES. *> job on this
             10 xGlaStAcct   PIC x(6).
             10 xGlaEmpExpAcct PIC x(6).
             10 xGlaEmpLiabAcct PIC x(6).
             10 xGlaMatchExpAcct PIC x(6).
             10 xGlaMatchLiabAcct PIC x(6).
             10 xGlaTravAcct PIC x(6).

       01 xBurdenHeading.
          05 FILLER      PIC x(26)   VALUE
          05 FILLER         PIC x(36) VALUE
             ' - not in the pay group being run'.

       01 xSuppRejDetail.
          05 neSupRejEmpNum PIC 9999.
          05 FILLER         PIC x(40) VALUE
             ' - supplemental with no amount, not paid'.

       01 xHeader.
          05 FILLER  PIC x(5)      VALUE 'DEPT '.
          05 FILLER  PIC x(8)      VALUE 'EMP NUM '.
             10 nRchDateTbl   PIC 9(8).
             10 xRchApplied   PIC x.

       01 xMileageTable. *> the whole trip log, written back at the
          *> end of a real run with the trips this run paid marked
          05 xMilImageTbl OCCURS 5000 TIMES PIC x(111).

       01 xMilTripWk. *> one trip - PAYROLL-MILEAGE's record layout
          05 nMilTripId     PIC 9(6).
          05 nMilEmplNum    PIC 9999.
          05 xMilVehId      PIC x(6).
          05 nMilTripDate   PIC 9(8).
          05 nMilMiles      PIC 9(5).
          05 nMilRate       PIC 9v999.
          05 nMilAmount     PIC 9(5)v99.
          05 xMilStatus     PIC x. *> E entered, A approved,
             *> R rejected, P paid
          05 nMilPaidDate   PIC 9(8).
          05 xMilEnterBy    PIC x(16).
          05 xMilApprover   PIC x(16).
          05 xMilPurpose    PIC x(30).

       01 xRateChgAudit. *> register audit line per applied change
          05 FILLER        PIC x(17)  VALUE 'RATE CHANGE: EMP '.
          05 neRchEmp      PIC 9999.
             10 xLvMethodTbl  PIC x.
             10 nLvVacRateTbl PIC 99v999.
             10 nLvSickRateTbl PIC 99v999.
             10 xLvSickPayTbl PIC x.

       01 xDemoTable. *> addresses only - the SSN on the file is
          *> not loaded here; checks have no business carrying it
             10 xDemStateTbl  PIC xx.
             10 xDemZipTbl    PIC x(10).

       01 xFinPayHeading.
          05 FILLER      PIC x(30)   VALUE 'FINAL PAY REGISTER'.

       01 xFinPayColumns.
          05 FILLER      PIC x(44)   VALUE
             'EMPL  NAME                     SEPARATED  RS'.
          05 FILLER      PIC x(44)   VALUE
             '     WAGES VAC HRS    VAC PAY SICK HR   SICK'.
          05 FILLER      PIC x(44)   VALUE
             ' PAY              GROSS          NET'.

       01 xFinPayDetail.
          05 neFinEmp      PIC 9999.
          05 FILLER        PIC x(2)    VALUE SPACES.
          05 xFinName      PIC x(24).
          05 FILLER        PIC x(1)    VALUE SPACES.
          05 neFinSepDate  PIC 9999/99/99.
          05 FILLER        PIC x(1)    VALUE SPACES.
          05 xFinReason    PIC xx.
          05 FILLER        PIC x(1)    VALUE SPACES.
          05 neFinWages    PIC $zz,zz9.99-.
          05 neFinVacHrs   PIC zz9.99.
          05 FILLER        PIC x(1)    VALUE SPACES.
          05 neFinVacPay   PIC $zz,zz9.99.
          05 FILLER        PIC x(1)    VALUE SPACES.
          05 neFinSickHrs  PIC zz9.99.
          05 FILLER        PIC x(1)    VALUE SPACES.
          05 neFinSickPay  PIC $zz,zz9.99.
          05 xFinSickNote  PIC x(10).
          05 FILLER        PIC x(1)    VALUE SPACES.
          05 neFinGross    PIC $zzz,zz9.99-.
          05 FILLER        PIC x(1)    VALUE SPACES.
          05 neFinNet      PIC $zzz,zz9.99-.

       01 xFinPayTotal.
          05 neFinCnt      PIC zz9.
          05 FILLER        PIC x(22)   VALUE ' SEPARATIONS - VAC PAY'.
          05 neFinVacTot   PIC $z,zzz,zz9.99-.
          05 FILLER        PIC x(10)   VALUE ' SICK PAY '.
          05 neFinSickTot  PIC $z,zzz,zz9.99-.
          05 FILLER        PIC x(16)   VALUE ' SICK FORFEITED '.
          05 neFinForfeit  PIC zzz,zz9.99.
          05 FILLER        PIC x(4)    VALUE ' HRS'.

       01 xStubLeaveLine.
          05 FILLER        PIC x(9)    VALUE 'VACATION '.
          05 neStubVacBal  PIC zz9.99.
          05 neTypeRevCnt  PIC zz9.
          05 FILLER        PIC x(5)    VALUE ' LVE '.
          05 neTypeLveCnt  PIC zz9.
          05 FILLER        PIC x(5)    VALUE ' TRM '.
          05 neTypeTrmCnt  PIC zz9.
          05 FILLER        PIC x(5)    VALUE ' SUP '.
          05 neTypeSupCnt  PIC zz9.

       01 xPreviewStamp.
          05 FILLER      PIC x(36)   VALUE
             '*** PREVIEW - NOTHING COMMITTED *** '.
          05 FILLER      PIC x(9)    VALUE 'RUN DATE '.
          05 nePrvDate   PIC 9999/99/99.
          05 FILLER      PIC x(7)    VALUE ' GROUP '.
          05 xePrvGroup  PIC x.

       01 xPreviewG2n.
          05 xePrvLabel  PIC x(30).
          05 nePrvCnt    PIC zzz9.
          05 FILLER      PIC x(2)    VALUE SPACES.
          05 nePrvAmt    PIC $z,zzz,zz9.99-.

       01 xOutputStream.
          05 neOutDept      PIC 9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 099-CHECK-PREVIEW.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISE.
           PERFORM 300-TERMINATION.
           STOP RUN.

       099-CHECK-PREVIEW. *> a preview runs the whole calculation
          *> against the live master and transactions but commits
          *> nothing - its reports carry their own names and a
          *> PREVIEW stamp, and it logs under its own program name so
          *> the run-deck never mistakes it for the real run
           ACCEPT xParmPreview FROM ENVIRONMENT "PAYROLL_PREVIEW"
              ON EXCEPTION MOVE SPACE TO xParmPreview
           END-ACCEPT.
           IF xParmPreview = 'Y' OR xParmPreview = 'y'
              MOVE 'y' TO xPreview
              MOVE "PAYROLL-01-PREVIEW" TO xAuditProgName
              MOVE "Payroll-01-preview-rejects.txt" TO xRejFileName
              MOVE "Payroll-01-preview-dedreg.txt" TO xDedRegFileName
              MOVE "Payroll-01-preview-garnrpt.txt"
                 TO xGarnRptFileName
              DISPLAY 'PREVIEW RUN - MASTER, HISTORY, CHECK NUMBERS, '
                 'ISSUE FILE AND CHECKPOINT ARE NOT UPDATED'
           END-IF.

       100-INITIALISE.
           COPY "rundate.cbl".
           MOVE "Payroll.master.idx" TO xMasterFileName.
                 MOVE "Payroll.transaction.txt" TO
                    xTransactionFileName
           END-ACCEPT.
      *> an off-cycle run pays bonuses, commissions and corrected
      *> checks between regular runs from its own transaction file;
      *> it neither needs nor consumes a pay period, and every pay
      *> group is paid in the one run
           ACCEPT xRunMode FROM ENVIRONMENT "PAYROLL_RUN_MODE"
              ON EXCEPTION MOVE SPACE TO xRunMode
           END-ACCEPT.
           IF xRunMode = 'O' OR xRunMode = 'o'
              MOVE 'y' TO xOffCycle
              MOVE "Payroll.offcycle.txt" TO xTransactionFileName
              ACCEPT xTransactionFileName FROM ENVIRONMENT
                 "PAYROLL_OFFCYCLE_FILE"
                 ON EXCEPTION
                    MOVE "Payroll.offcycle.txt" TO
                       xTransactionFileName
              END-ACCEPT
              DISPLAY 'OFF-CYCLE RUN - NO PAY PERIOD IS CHECKED OR '
                 'CLOSED'
           END-IF.
      *> which pay group is this run for? only that group's
      *> employees and that group's calendar apply
           ACCEPT xParmGroup FROM ENVIRONMENT "PAYROLL_PAY_GROUP"
              ON EXCEPTION MOVE SPACE TO xParmGroup
           END-ACCEPT.
           IF xParmGroup NOT = SPACE OR xOffCycle = 'y'
              MOVE xParmGroup TO xRunPayGroup
           ELSE
              DISPLAY 'PAY GROUP TO RUN (W/B/M)? ' WITH NO ADVANCING
              ON EXCEPTION
                 MOVE "PayPeriod.ctl" TO xPeriodFileName
           END-ACCEPT.
           IF xOffCycle = 'n'
              PERFORM 165-CHECK-PERIOD
           END-IF.
           MOVE "MinWage.txt" TO xMwRefFileName.
           ACCEPT xMwRefFileName FROM ENVIRONMENT
              "PAYROLL_MIN_WAGE_FILE"
              ON EXCEPTION
                 MOVE "MinWage.txt" TO xMwRefFileName
           END-ACCEPT.
           MOVE "MinWageOverride.txt" TO xMwOvrFileName.
           ACCEPT xMwOvrFileName FROM ENVIRONMENT
              "PAYROLL_MINWAGE_OVERRIDE_FILE"
              ON EXCEPTION
                 MOVE "MinWageOverride.txt" TO xMwOvrFileName
           END-ACCEPT.
      *> an off-cycle run pays no hours and applies no rate change
           IF xOffCycle = 'n'
              PERFORM 171-CHECK-MIN-WAGE
           END-IF.
           MOVE "Payroll.deduction.txt" TO xDeductFileName.
           ACCEPT xDeductFileName FROM ENVIRONMENT
              "PAYROLL_DEDUCTION_FILE"
                 MOVE "Departments.txt" TO xDeptRefFileName
           END-ACCEPT.
           PERFORM 179-LOAD-DEPT-NAMES.
           MOVE "PlanRules.txt" TO xPlanFileName.
           ACCEPT xPlanFileName FROM ENVIRONMENT
              "PAYROLL_PLAN_RULE_FILE"
              ON EXCEPTION
                 MOVE "PlanRules.txt" TO xPlanFileName
           END-ACCEPT.
           PERFORM 162-LOAD-PLAN-RULES.
           MOVE "LaborAlloc.txt" TO xAllocFileName.
           ACCEPT xAllocFileName FROM ENVIRONMENT
              "PAYROLL_LABOR_ALLOC_FILE"
              ON EXCEPTION
                 MOVE "LaborAlloc.txt" TO xAllocFileName
           END-ACCEPT.
           PERFORM 164-LOAD-LABOR-ALLOC.
           PERFORM 170-GET-CHECK-NUMBER.
           MOVE "RateChanges.txt" TO xRateChgFileName.
           ACCEPT xRateChgFileName FROM ENVIRONMENT
              ON EXCEPTION
                 MOVE "RateChanges.txt" TO xRateChgFileName
           END-ACCEPT.
      *> rate changes wait for the regular run - an off-cycle
      *> run would consume them without paying the period
           IF xOffCycle = 'n'
              PERFORM 175-LOAD-RATE-CHANGES
           END-IF.
           MOVE "Mileage.txt" TO xMileageFileName.
           ACCEPT xMileageFileName FROM ENVIRONMENT
              "PAYROLL_MILEAGE_FILE"
              ON EXCEPTION
                 MOVE "Mileage.txt" TO xMileageFileName
           END-ACCEPT.
           MOVE 'S' TO xLockMode.
           CALL "acquireFileLock" USING xMasterFileName xLockMode
              xLockResult.
           MOVE 'Y' TO xLockHeld.
           PERFORM 185-VERIFY-TRANS.
           PERFORM 186-VERIFY-MASTER.
      *> a preview never restarts and writes no CSV export - it
      *> left no checkpoint, and the export feeds downstream
           IF xPreview = 'n'
              DISPLAY "Restart from last checkpoint? (Y/N) "
                 WITH NO ADVANCING
              ACCEPT xRestartChoice
              IF xRestartChoice = 'Y' OR xRestartChoice = 'y'
                 PERFORM 101-LOAD-CHECKPOINT
              END-IF
              DISPLAY "Write CSV export of the register? (Y/N) "
                 WITH NO ADVANCING
              ACCEPT xCsvChoice
           END-IF.
           SORT SRTTRANSWK ON ASCENDING KEY nSrtTrsEmplNum
              INPUT PROCEDURE IS 190-RELEASE-TRANS
              GIVING SORTEDTRANS.
      *> generation-stamped outputs: a fresh run opens a new
      *> generation and moves the current pointer; a restart reopens
      *> the generation the crashed run was writing. A preview
      *> register is a plain file - it is no generation of the real
      *> register and must not move the pointer
           EVALUATE TRUE
              WHEN xPreview = 'y'
                 MOVE "Payroll-01-preview-reg.txt" TO xOutGenName
              WHEN xRestarting = 'Y'
                 CALL "resolveGeneration" USING xOutGenBase
                    xOutGenName
                 CALL "resolveGeneration" USING xDDGenBase xDDGenName
                 IF xCsvChoice = 'Y' OR xCsvChoice = 'y'
                    CALL "resolveGeneration" USING xCsvGenBase
                       xCsvGenName
                 END-IF
              WHEN OTHER
                 CALL "openGeneration" USING xOutGenBase xOutGenName
                 CALL "openGeneration" USING xDDGenBase xDDGenName
                 IF xCsvChoice = 'Y' OR xCsvChoice = 'y'
                    CALL "openGeneration" USING xCsvGenBase
                       xCsvGenName
                 END-IF
           END-EVALUATE.
           MOVE nRunDate TO nePrvDate.
           MOVE xRunPayGroup TO xePrvGroup.
           IF xRestarting = 'Y'
              OPEN EXTEND OUTFILE
           ELSE
              OPEN OUTPUT OUTFILE
              IF xPreview = 'y'
                 DISPLAY xPreviewStamp
                 MOVE xPreviewStamp TO xOutput
                 WRITE xOutput BEFORE ADVANCING 1 LINE
              END-IF
              DISPLAY xHeader
              DISPLAY xLines
              IF xPeriodPresent = 'y'
              OPEN EXTEND REJECTFILE
           ELSE
              OPEN OUTPUT REJECTFILE
              IF xPreview = 'y'
                 MOVE xPreviewStamp TO xRejectLine
                 WRITE xRejectLine BEFORE ADVANCING 1 LINE
              END-IF
              MOVE xRejectHeading TO xRejectLine
              WRITE xRejectLine BEFORE ADVANCING 1 LINE
           END-IF.
              STOP RUN
           END-IF.
           OPEN INPUT SORTEDTRANS.
           IF xPreview = 'y'
              PERFORM 103-OPEN-PREVIEW
           ELSE
              PERFORM 102-OPEN-RUN-FILES
           END-IF.
           PERFORM 196-LOAD-MILEAGE.
           PERFORM 205-READ-MASTER.
           PERFORM 206-READ-TRANS.

       102-OPEN-RUN-FILES. *> everything a real run writes - the
          *> updated master, bank and check files, feeds and history
           IF xRestarting = 'Y'
              OPEN EXTEND UPDATEDMASTER
              OPEN EXTEND REGRAWWK
              OPEN EXTEND DDFILE
              OPEN EXTEND GARNRPTFILE
              OPEN EXTEND STUBFILE
              OPEN EXTEND FINALPAYFILE
              OPEN EXTEND CHECKFILE
              OPEN EXTEND CHKREGFILE
           ELSE
              MOVE xGarnRptHeading TO xGarnRptOut
              WRITE xGarnRptOut BEFORE ADVANCING 1 LINE
              OPEN OUTPUT STUBFILE
              OPEN OUTPUT FINALPAYFILE
              MOVE xFinPayHeading TO xFinPayOut
              WRITE xFinPayOut BEFORE ADVANCING 1 LINE
              MOVE xFinPayColumns TO xFinPayOut
              WRITE xFinPayOut BEFORE ADVANCING 1 LINE
              OPEN OUTPUT CHECKFILE
              OPEN OUTPUT CHKREGFILE
              MOVE xChkRegHeading TO xChkRegOut
              MOVE 'PAYROLL-01' TO xPPHdrSource
              WRITE xPPayHdrRec
           END-IF.
           IF xRestarting = 'Y'
              OPEN EXTEND PLANREMITFILE
           ELSE
              OPEN OUTPUT PLANREMITFILE
              MOVE 'HDR' TO xPRHdrTag
              MOVE nRunDate TO nPRHdrDate
              MOVE 'PAYROLL-01' TO xPRHdrSource
              WRITE xPRemHdrRec
           END-IF.
           OPEN EXTEND HISTFILE.
           IF xHistStatus NOT = "00"
              OPEN OUTPUT HISTFILE
           IF xIssueStatus NOT = "00"
              OPEN OUTPUT ISSUEFILE
           END-IF.
           OPEN EXTEND GARNREMITFILE.
           IF xGarnRemStatus NOT = "00"
              OPEN OUTPUT GARNREMITFILE
           END-IF.

       103-OPEN-PREVIEW. *> a preview writes only its reports; the
          *> register work file still feeds the department register
           OPEN OUTPUT REGRAWWK.
           OPEN OUTPUT GARNRPTFILE.
           MOVE xPreviewStamp TO xGarnRptOut.
           WRITE xGarnRptOut BEFORE ADVANCING 1 LINE.
           MOVE xGarnRptHeading TO xGarnRptOut.
           WRITE xGarnRptOut BEFORE ADVANCING 1 LINE.

       101-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINTFILE.
              MOVE xDedTypeIn    TO xDedTypeTbl(nDedLoadSub)
              MOVE nDedAmtIn     TO nDedAmtTbl(nDedLoadSub)
              MOVE xDedActiveIn  TO xDedActTbl(nDedLoadSub)
              MOVE xDedTaxClassIn TO xDedClassTbl(nDedLoadSub)
              MOVE xDedSuppIn    TO xDedSuppTbl(nDedLoadSub)
           ELSE
              DISPLAY 'DEDUCTION TABLE FULL - RECORD FOR '
                 nDedEmplNumIn ' SKIPPED'
              MOVE nGarnPriorityIn  TO nGarnPriTbl(nGarnLoadSub)
              MOVE nGarnPerPeriodIn TO nGarnPerTbl(nGarnLoadSub)
              MOVE nGarnBalanceIn   TO nGarnBalTbl(nGarnLoadSub)
              MOVE xGarnPayeeIn     TO xGarnPayeeTbl(nGarnLoadSub)
           ELSE
              DISPLAY 'GARNISHMENT TABLE FULL - CASE '
                 xGarnCaseIn ' SKIPPED'
                   MOVE xGlaEmpExpAcctIn TO xGlaEmpExpAcct(nGlaDept)
                   MOVE xGlaEmpLiabAcctIn TO
                      xGlaEmpLiabAcct(nGlaDept)
                   IF xGlaMatchExpAcctIn = SPACES
                      MOVE xGlaEmpExpAcctIn TO
                         xGlaMatchExpAcct(nGlaDept)
                   ELSE
                      MOVE xGlaMatchExpAcctIn TO
                         xGlaMatchExpAcct(nGlaDept)
                   END-IF
                   IF xGlaMatchLiabAcctIn = SPACES
                      MOVE xGlaEmpLiabAcctIn TO
                         xGlaMatchLiabAcct(nGlaDept)
                   ELSE
                      MOVE xGlaMatchLiabAcctIn TO
                         xGlaMatchLiabAcct(nGlaDept)
                   END-IF
                   IF xGlaTravAcctIn = SPACES
                      MOVE xGlaExpAcctIn TO xGlaTravAcct(nGlaDept)
                   ELSE
                      MOVE xGlaTravAcctIn TO xGlaTravAcct(nGlaDept)
                   END-IF
                END-IF,
           END-READ.

       162-LOAD-PLAN-RULES. *> PLANRULEFILE is OPTIONAL - with no
          *> plan on file deferrals are ordinary deductions and no
          *> match is owed
           OPEN INPUT PLANRULEFILE.
           IF xPlanStatus = '00'
              PERFORM 163-READ-PLAN-RULE UNTIL xPlanEOF = 'y'
           END-IF.
           CLOSE PLANRULEFILE.

       164-LOAD-LABOR-ALLOC. *> LABORALLOCFILE is OPTIONAL - an
          *> employee with no split, or a split that does not total
          *> 100%, books wholly to the home dept on the master
           OPEN INPUT LABORALLOCFILE.
           IF xAllocStatus = '00'
              PERFORM 167-READ-LABOR-ALLOC UNTIL xAllocEOF = 'y'
           END-IF.
           CLOSE LABORALLOCFILE.
           PERFORM 168-CHECK-ALLOC-SET VARYING nAlcEmpSub FROM 1 BY 1
              UNTIL nAlcEmpSub > nAlcEmpCnt.

       167-READ-LABOR-ALLOC. *> only rows already in force count;
          *> a later effective date replaces the employee's older set
           READ LABORALLOCFILE
              AT END
                MOVE 'y' TO xAllocEOF,
              NOT AT END
                IF nAlcEffIn NOT > nRunDate
                   PERFORM 169-ADD-ALLOC-ROW
                END-IF,
           END-READ.

       169-ADD-ALLOC-ROW.
           MOVE 'n' TO xAlcEmpFound.
           PERFORM VARYING nAlcEmpSub FROM 1 BY 1
              UNTIL nAlcEmpSub > nAlcEmpCnt
              IF nAlcEKeyTbl(nAlcEmpSub) = nAlcEmpIn
                 MOVE 'y' TO xAlcEmpFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF xAlcEmpFound = 'n'
              IF nAlcEmpCnt < 300
                 ADD 1 TO nAlcEmpCnt
                 MOVE nAlcEmpCnt TO nAlcEmpSub
                 MOVE nAlcEmpIn TO nAlcEKeyTbl(nAlcEmpSub)
                 MOVE 0 TO nAlcEEffTbl(nAlcEmpSub),
                    nAlcEPctTbl(nAlcEmpSub), nAlcERowsTbl(nAlcEmpSub)
                 MOVE 'n' TO xAlcEOkTbl(nAlcEmpSub),
                    xAlcEBadTbl(nAlcEmpSub)
                 MOVE 'y' TO xAlcEmpFound
              ELSE
                 DISPLAY 'LABOR ALLOCATION TABLE FULL - SPLIT FOR '
                    nAlcEmpIn ' SKIPPED'
              END-IF
           END-IF.
           IF xAlcEmpFound = 'y'
              IF nAlcEffIn > nAlcEEffTbl(nAlcEmpSub)
                 MOVE nAlcEffIn TO nAlcEEffTbl(nAlcEmpSub)
                 MOVE 0 TO nAlcEPctTbl(nAlcEmpSub),
                    nAlcERowsTbl(nAlcEmpSub)
                 MOVE 'n' TO xAlcEBadTbl(nAlcEmpSub)
              END-IF
              IF nAlcEffIn = nAlcEEffTbl(nAlcEmpSub)
                 ADD nAlcPctIn TO nAlcEPctTbl(nAlcEmpSub)
                 IF nAlcDeptIn >= 1 AND nAlcCnt < 500
                    ADD 1 TO nAlcCnt
                    ADD 1 TO nAlcERowsTbl(nAlcEmpSub)
                    MOVE nAlcEmpIn  TO nAlcEmpTbl(nAlcCnt)
                    MOVE nAlcDeptIn TO nAlcDeptTbl(nAlcCnt)
                    MOVE nAlcPctIn  TO nAlcPctTbl(nAlcCnt)
                    MOVE nAlcEffIn  TO nAlcEffTbl(nAlcCnt)
                 ELSE
      *> a row that cannot be kept leaves the set short, and the
      *> set check below refuses the whole split
                    MOVE 'y' TO xAlcEBadTbl(nAlcEmpSub)
                    DISPLAY 'LABOR ALLOCATION ROW FOR ' nAlcEmpIn
                       ' DEPT ' nAlcDeptIn ' NOT USABLE'
                 END-IF
              END-IF
           END-IF.

       168-CHECK-ALLOC-SET. *> the set must total exactly 100% and,
          *> when the GL extract is cut, every dept in it must have
          *> accounts - otherwise the split is refused outright
           MOVE 'y' TO xAlcEOkTbl(nAlcEmpSub).
           IF nAlcEPctTbl(nAlcEmpSub) NOT = 100
              OR xAlcEBadTbl(nAlcEmpSub) = 'y'
              MOVE 'n' TO xAlcEOkTbl(nAlcEmpSub)
              MOVE nAlcEPctTbl(nAlcEmpSub) TO neAlcPct
              DISPLAY 'LABOR ALLOCATION FOR ' nAlcEKeyTbl(nAlcEmpSub)
                 ' TOTALS ' neAlcPct '% - BOOKED TO HOME DEPT'
           ELSE
              IF xGlaPresent = 'y'
                 PERFORM VARYING nAlcSub FROM 1 BY 1
                    UNTIL nAlcSub > nAlcCnt
                    IF nAlcEmpTbl(nAlcSub) = nAlcEKeyTbl(nAlcEmpSub)
                       AND nAlcEffTbl(nAlcSub) =
                          nAlcEEffTbl(nAlcEmpSub)
                       AND xGlaLoaded(nAlcDeptTbl(nAlcSub)) NOT = 'y'
                       MOVE 'n' TO xAlcEOkTbl(nAlcEmpSub)
                       DISPLAY 'LABOR ALLOCATION FOR '
                          nAlcEKeyTbl(nAlcEmpSub) ' NAMES DEPT '
                          nAlcDeptTbl(nAlcSub)
                          ' WITH NO GL ACCOUNTS - BOOKED TO HOME DEPT'
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
           IF xAlcEOkTbl(nAlcEmpSub) = 'n'
              ADD 1 TO nAlcBadCnt
           END-IF.

       163-READ-PLAN-RULE.
           READ PLANRULEFILE
              AT END
                MOVE 'y' TO xPlanEOF,
              NOT AT END
                IF nPlnCnt < 10
                   ADD 1 TO nPlnCnt
                   MOVE xPlnCodeIn     TO xPlnCodeTbl(nPlnCnt)
                   MOVE nPlnMatchPctIn TO nPlnMatchTbl(nPlnCnt)
                   MOVE nPlnCapPctIn   TO nPlnCapTbl(nPlnCnt)
                ELSE
                   DISPLAY 'PLAN RULE TABLE FULL - RULE FOR '
                      xPlnCodeIn ' SKIPPED'
                END-IF,
           END-READ.

           END-IF.
           CLOSE CHKCTLFILE.

       171-CHECK-MIN-WAGE. *> refuse to start while PAYROLL-MINWAGE
          *> has a violation open for this date and group - one with
          *> an override payroll has signed for today is released. A
          *> preview reports the violations and runs on
           OPEN INPUT MINWAGEREF.
           IF xMwRefStatus NOT = '00'
              CLOSE MINWAGEREF
           ELSE
              CLOSE MINWAGEREF
              OPEN INPUT MWOVRFILE
              IF xMwOvrStatus = '00'
                 PERFORM 173-READ-MW-OVERRIDE UNTIL xMwEOF = 'y'
              END-IF
              CLOSE MWOVRFILE
              MOVE 'n' TO xMwEOF
              OPEN INPUT MWOPENFILE
              IF xMwOpenStatus = '00'
                 PERFORM 172-READ-MW-OPEN UNTIL xMwEOF = 'y'
              END-IF
              CLOSE MWOPENFILE
              IF xMwHdrOk = 'n'
                 DISPLAY 'NO MINIMUM WAGE COMPLIANCE CHECK FOR '
                    nRunDate ' PAY GROUP ' xRunPayGroup
                    ' - RUN PAYROLL-MINWAGE FIRST'
                 IF xPreview = 'n'
                    DISPLAY 'RUN REFUSED'
                    MOVE "refused - no minimum wage check"
                       TO xAuditDetail
                    CALL "writeAuditLog" USING xAuditProgName
                       xAuditEventEnd xAuditDetail
                    PERFORM 350-EOJ-FAILED
                    STOP RUN
                 END-IF
              END-IF
              IF nMwOpenCnt > 0
                 DISPLAY nMwOpenCnt ' MINIMUM WAGE VIOLATION(S) OPEN'
                    ' WITH NO SIGNED OVERRIDE'
                 IF xPreview = 'n'
                    DISPLAY 'RUN REFUSED - CORRECT THE RATES OR SIGN '
                       'AN OVERRIDE ON ' FUNCTION TRIM(xMwOvrFileName)
                    MOVE "refused - minimum wage violations open"
                       TO xAuditDetail
                    CALL "writeAuditLog" USING xAuditProgName
                       xAuditEventEnd xAuditDetail
                    PERFORM 350-EOJ-FAILED
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

       172-READ-MW-OPEN. *> the header must be this run's - a check
          *> from another day or group proves nothing
           READ MWOPENFILE
              AT END
                MOVE 'y' TO xMwEOF,
              NOT AT END
                IF xMwoHdrTag = 'HDR'
                   IF nMwoHdrDate = nRunDate
                      AND xMwoHdrGroup = xRunPayGroup
                      MOVE 'y' TO xMwHdrOk
                   END-IF
                ELSE
                   IF xMwHdrOk = 'y'
                      MOVE nMwoEmplNum TO nMwKeyEmp
                      PERFORM 174-FIND-MW-OVERRIDE
                      MOVE nMwoRate TO neMwRate
                      MOVE nMwoMinimum TO neMwMinimum
                      IF xMwOvrFound = 'y'
                         DISPLAY 'MINIMUM WAGE: ' nMwoEmplNum ' '
                            xMwoState ' ' neMwRate ' UNDER '
                            neMwMinimum ' - OVERRIDE SIGNED '
                            xMwvSignerTbl(nMwOvrSub)
                      ELSE
                         ADD 1 TO nMwOpenCnt
                         DISPLAY 'MINIMUM WAGE: ' nMwoEmplNum ' '
                            xMwoState ' ' neMwRate ' UNDER '
                            neMwMinimum ' - OPEN'
                      END-IF
                   END-IF
                END-IF,
           END-READ.

       173-READ-MW-OVERRIDE. *> only a signature for today counts
           READ MWOVRFILE
              AT END
                MOVE 'y' TO xMwEOF,
              NOT AT END
                IF nMwvRunDateIn = nRunDate
                   AND xMwvSignerIn NOT = SPACES
                   IF nMwOvrCnt < 200
                      ADD 1 TO nMwOvrCnt
                      MOVE nMwvEmplNumIn TO nMwvEmpTbl(nMwOvrCnt)
                      MOVE xMwvSignerIn TO xMwvSignerTbl(nMwOvrCnt)
                   ELSE
                      DISPLAY 'OVERRIDE TABLE FULL - OVERRIDE FOR '
                         nMwvEmplNumIn ' NOT READ'
                   END-IF
                END-IF,
           END-READ.

       174-FIND-MW-OVERRIDE.
           MOVE 'n' TO xMwOvrFound.
           PERFORM VARYING nMwOvrSub FROM 1 BY 1
              UNTIL nMwOvrSub > nMwOvrCnt
              IF nMwvEmpTbl(nMwOvrSub) = nMwKeyEmp
                 MOVE 'y' TO xMwOvrFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       175-LOAD-RATE-CHANGES. *> RATECHGFILE is OPTIONAL
           OPEN INPUT RATECHGFILE.
           IF xRateChgStatus = '00'
                 'LEGACY FLAT RATES'
           END-IF.
           CLOSE TAXFILE.
           IF xOffCycle = 'y' AND xSuppRatePresent = 'n'
              DISPLAY 'NO SUPPLEMENTAL RATE ON THE TAX TABLE - '
                 'BONUS AND COMMISSION CHECKS WITHHOLD FED AT .2200'
           END-IF.

       181-READ-TAX-RECORD.
           READ TAXFILE
                   WHEN 'F'
                      MOVE nTaxRateIn TO nFicaRate
                      MOVE nTaxBaseIn TO nFicaWageBase
                   WHEN 'S'
                      MOVE nTaxRateIn TO nSuppFedRate
                      MOVE 'y' TO xSuppRatePresent
                   WHEN OTHER
                      DISPLAY 'UNKNOWN TAX TABLE RECORD TYPE '
                         xTaxTypeIn ' - RECORD SKIPPED'
                   MOVE xLvMethodIn   TO xLvMethodTbl(nLvCnt)
                   MOVE nLvVacRateIn  TO nLvVacRateTbl(nLvCnt)
                   MOVE nLvSickRateIn TO nLvSickRateTbl(nLvCnt)
                   MOVE xLvSickPayIn  TO xLvSickPayTbl(nLvCnt)
                ELSE
                   DISPLAY 'LEAVE RULE TABLE FULL - RULE FOR '
                      xLvPayTypeIn ' SKIPPED'
                END-IF,
           END-READ.

       196-LOAD-MILEAGE. *> MILEAGEFILE is OPTIONAL. The run holds the
          *> trip log's lock from here to the write-back so no trip
          *> can be approved or rejected under it; a log that is
          *> locked or too big to load whole pays no mileage this
          *> run - the approved trips simply wait for the next one
           CALL "acquireFileLock" USING xMileageFileName xMilLockMode
              xMilLockResult.
           IF xMilLockResult NOT = 'Y'
              DISPLAY 'MILEAGE LOG IS LOCKED - NO MILEAGE PAID THIS '
                 'RUN; APPROVED TRIPS WAIT FOR THE NEXT'
           ELSE
              MOVE 'Y' TO xMilLockHeld
              OPEN INPUT MILEAGEFILE
              IF xMileageStatus = '00'
                 MOVE 'y' TO xMileagePresent
                 PERFORM 197-READ-MILEAGE UNTIL xMileageEOF = 'y'
              END-IF
              CLOSE MILEAGEFILE
              IF xMileageOverflow = 'y'
                 MOVE 'n' TO xMileagePresent
                 DISPLAY 'MILEAGE LOG HOLDS MORE THAN 5000 TRIPS - '
                    'NO MILEAGE PAID THIS RUN'
              END-IF
      *> a preview only reads - it lets go at once
              IF xMileagePresent = 'n' OR xPreview = 'y'
                 CALL "releaseFileLock" USING xMileageFileName
                    xMilLockMode xMilLockResult
                 MOVE 'N' TO xMilLockHeld
              END-IF
           END-IF.

       197-READ-MILEAGE.
           READ MILEAGEFILE
              AT END
                MOVE 'y' TO xMileageEOF,
              NOT AT END
                IF nMilLoadSub < 5000
                   ADD 1 TO nMilLoadSub
                   MOVE xMileageRecord TO xMilImageTbl(nMilLoadSub)
                ELSE
                   MOVE 'y' TO xMileageOverflow
                END-IF,
           END-READ.

       186-LOAD-DEMO. *> DEMOFILE is OPTIONAL - checks print
          *> without an address block until addresses are on file
           OPEN INPUT DEMOFILE.
                 xLockResult
              MOVE 'N' TO xLockHeld
           END-IF.
           IF xMilLockHeld = 'Y'
              CALL "releaseFileLock" USING xMileageFileName
                 xMilLockMode xMilLockResult
              MOVE 'N' TO xMilLockHeld
           END-IF.
           MOVE "FAILED" TO xEojCode.
           MOVE xAuditDetail TO xEojCounts.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
                    nTrsEmplNum NOT > nRestartEmplNum
                    CONTINUE
                 ELSE
      *> a master MAINT inactivated but never final-paid still
      *> takes its termination; one already separated does not
                    IF xMstStatus = 'I'
                       AND (xTrsType NOT = 'T' OR nMstSepDate NOT = 0)
                       PERFORM 255-INACTIVE-REJECT
                    ELSE
                       MOVE xMstPayGroup TO xMstGroupWork
                       IF xMstGroupWork = SPACE
                          MOVE 'W' TO xMstGroupWork
                       END-IF
                       EVALUATE TRUE
                          WHEN xMstGroupWork NOT = xRunPayGroup
                             AND xOffCycle = 'n'
                             PERFORM 256-GROUP-REJECT
                          WHEN xTrsType = 'B' AND nTrsSuppAmt = 0
                             PERFORM 264-SUPP-REJECT
                          WHEN OTHER
                             PERFORM 230-PROC-BOTH
                       END-EVALUATE
                    END-IF
                    MOVE nTrsEmplNum TO nCkptEmplNum
                    PERFORM 235-WRITE-CHECKPOINT
           END-IF.

       235-WRITE-CHECKPOINT. *> single-record checkpoint, overwritten
          *> - a preview has nothing to restart
           IF xPreview = 'n'
              OPEN OUTPUT CHECKPOINTFILE
              MOVE nNextCheckNum TO xCkptNextChk
              WRITE xCheckpointRec
              CLOSE CHECKPOINTFILE
           END-IF.

       205-READ-MASTER.
           READ INFILE NEXT
              NOT AT END
                MOVE 0 TO nRetroDue
                MOVE 'n' TO xSalaryPaid
                MOVE 'n' TO xMstTermPend
                PERFORM 207-VALIDATE-MASTER
                PERFORM 208-APPLY-RATE-CHANGE
                MOVE 0 TO nReimbDue
                IF xMileagePresent = 'y'
                   PERFORM 213-GATHER-MILEAGE VARYING nMilSub
                      FROM 1 BY 1 UNTIL nMilSub > nMilLoadSub
                END-IF,
           END-READ.

       213-GATHER-MILEAGE. *> every approved trip of this master is
          *> owed on its next check, whatever the trip date
           MOVE xMilImageTbl(nMilSub) TO xMilTripWk.
           IF nMilEmplNum = nMstEmplNum AND xMilStatus = 'A'
              AND nMilAmount NUMERIC
              ADD nMilAmount TO nReimbDue
           END-IF.

       214-MARK-MILEAGE-PAID. *> the trips 213 gathered, now on a check
           MOVE xMilImageTbl(nMilSub) TO xMilTripWk.
           IF nMilEmplNum = nMstEmplNum AND xMilStatus = 'A'
              AND nMilAmount NUMERIC
              MOVE 'P' TO xMilStatus
              MOVE nRunDate TO nMilPaidDate
              MOVE xMilTripWk TO xMilImageTbl(nMilSub)
              ADD 1 TO nReimbTripCnt
           END-IF.

       208-APPLY-RATE-CHANGE. *> a change effective by the run date
          *> pays this run at the new rate and lands on the updated
          *> master; one effective before today but dated earlier
                 AND nRunDate NOT < nRchDateTbl(nRchSub)
                 AND xMstStatus NOT = 'I'
                 AND xMstGroupWork = xRunPayGroup
                 PERFORM 212-CHECK-CHANGE-MIN-WAGE
                 IF xMwChgOk = 'y'
                    MOVE nMstPayRate TO nOldRate
                    MOVE nRchRateTbl(nRchSub) TO nMstPayRate
                    MOVE 'Y' TO xRchApplied(nRchSub)
                    MOVE 0 TO nRetroOne
                    IF nRchDateTbl(nRchSub) < nRunDate
      *> the change is late - periods since the effective date were
      *> paid at the old rate; the difference comes straight from
      *> the history records instead of someone's calculator
                       PERFORM 209-COMPUTE-RETRO
                    END-IF
                    IF xRestarting NOT = 'Y'
                       OR nMstEmplNum > nRestartEmplNum
      *> a restart re-reads masters the crashed pass already
      *> handled - their audit lines are already on the reopened
      *> register generation
                       MOVE nMstEmplNum TO neRchEmp
                       MOVE nOldRate TO neRchOldRate
                       MOVE nRchRateTbl(nRchSub) TO neRchNewRate
                       MOVE nRchDateTbl(nRchSub) TO neRchEffDate
                       MOVE nRetroOne TO neRchRetro
                       DISPLAY xRateChgAudit
                       MOVE xRateChgAudit TO xOutput
                       WRITE xOutput BEFORE ADVANCING 1 LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       212-CHECK-CHANGE-MIN-WAGE. *> an hourly rate change under the
          *> work state's minimum stays pending - unless payroll has
          *> signed an override for this employee today
           MOVE 'y' TO xMwChgOk.
           IF xMstPayType NOT = 'S'
              CALL "minWageFor" USING xMstWorkState nRunDate
                 nMwMinimum
              IF nRchRateTbl(nRchSub) < nMwMinimum
                 MOVE nMstEmplNum TO nMwKeyEmp
                 PERFORM 174-FIND-MW-OVERRIDE
                 IF xMwOvrFound = 'n'
                    MOVE 'n' TO xMwChgOk
                    ADD 1 TO nMwHeldCnt
                    MOVE nRchRateTbl(nRchSub) TO neMwRate
                    MOVE nMwMinimum TO neMwMinimum
                    DISPLAY 'RATE CHANGE FOR ' nMstEmplNum ' TO '
                       neMwRate ' IS UNDER THE ' xMstWorkState
                       ' MINIMUM OF ' neMwMinimum ' - HELD PENDING'
                 END-IF
              END-IF
           END-IF.

       209-COMPUTE-RETRO. *> hours this employee was paid at the old
          *> rate since the effective date, times the rate delta -
          *> only positive worked hours count, so adjustments and
                 nMstEmplNum
              MOVE 0 TO nMstPayRate
           END-IF.
      *> a master loaded before separation dates were kept reads
      *> blank there - treat it as still employed
           IF nMstSepDate NOT NUMERIC
              MOVE 0 TO nMstSepDate
              MOVE SPACES TO xMstSepReason
           END-IF.
      *> likewise taxable and FICA wages - before pre-tax classes
      *> every dollar of gross was both
           IF nMstYtdTaxWage NOT NUMERIC
              MOVE nMstYtdGross TO nMstYtdTaxWage
           END-IF.
           IF nMstYtdFicaWage NOT NUMERIC
              MOVE nMstYtdGross TO nMstYtdFicaWage
           END-IF.
      *> no plan before the match was kept - nothing deferred
           IF nMstYtdDefer NOT NUMERIC
              MOVE 0 TO nMstYtdDefer
           END-IF.
           IF nMstYtdMatch NOT NUMERIC
              MOVE 0 TO nMstYtdMatch
           END-IF.

       206-READ-TRANS. *> a transaction keyed before the
          *> supplemental fields existed reads them as spaces
           READ SORTEDTRANS
              AT END
                MOVE 'y' TO xTransEOF,
              NOT AT END
                IF nTrsSuppAmt NOT NUMERIC
                   MOVE 0 TO nTrsSuppAmt
                END-IF,
           END-READ.

       230-PROC-BOTH.
           MOVE xTrsJob TO xPayCtxJob.
           MOVE 0 TO nStubHolHrs.
           MOVE 0 TO nStubHolPay.
           MOVE 0 TO nStubVacHrs.
           MOVE 0 TO nStubVacPay.
           MOVE 0 TO nStubSickHrs.
           MOVE 0 TO nStubSickPay.
           MOVE 0 TO nStubSupPay.
           IF xTrsType = 'A' OR xTrsType = 'V'
              OR xTrsType = 'L' OR xTrsType = 'K'
              OR xTrsType = 'H' OR xTrsType = 'T'
              OR xTrsType = 'B'
              MOVE xTrsType TO xPayCtxType
           ELSE
              MOVE 'R' TO xPayCtxType
                    COMPUTE nStubRegPay = nTrsHrs * nMstPayRate
                 END-IF
                 MOVE 0 TO nStubOtPay
              WHEN xTrsType = 'T'
      *> termination - the last hours pay like a regular check and
      *> the leave balances pay out on the same final check
                 ADD 1 TO nTypeTrmCnt
                 PERFORM 243-SPLIT-HOURS
                 PERFORM 257-LEAVE-PAYOUT
              WHEN xTrsType = 'B'
      *> supplemental earnings - the amount is the gross, there are
      *> no hours, so no salary, no overtime and no leave accrual.
      *> A corrected-check reissue (kind M) is regular wages and
      *> withholds like them; a bonus or commission takes the flat
      *> supplemental rate in 245
                 ADD 1 TO nTypeSupCnt
                 MOVE 0 TO nPayHrs
                 MOVE 0 TO nStubRegHrs
                 MOVE 0 TO nStubOtHrs
                 MOVE 0 TO nStubRegPay
                 MOVE 0 TO nStubOtPay
                 MOVE nTrsSuppAmt TO nStubSupPay
                 MOVE xTrsSuppKind TO xPayCtxKind
              WHEN OTHER
                 ADD 1 TO nTypeRegCnt
                 PERFORM 243-SPLIT-HOURS
           END-EVALUATE.
           PERFORM 245-SETTLE-CHECK.
           IF xPayCtxType = 'T' AND xPreview = 'n'
              PERFORM 258-FINAL-PAY-LINE
           END-IF.

       243-SPLIT-HOURS. *> gross for a normal check - period salary
          *> for exempt staff, hourly with time-and-a-half over 40
              ADD nRetroThisChk TO nRetroSum
           END-IF.
           COMPUTE nEmplPay = nStubRegPay + nStubOtPay
              + nStubHolPay + nRetroThisChk
              + nStubVacPay + nStubSickPay + nStubSupPay.
           COMPUTE nEmplCnt = nEmplCnt + 1.
           COMPUTE nGrossSum = nGrossSum + nEmplPay.
           IF xPayCtxType = 'B' AND xPayCtxKind NOT = 'M'
              MOVE 'y' TO xSuppFlat
           ELSE
              MOVE 'n' TO xSuppFlat
           END-IF.
           PERFORM 253-PRETAX-DEDUCTS.
           PERFORM 247-COMPUTE-FED-TAX.
           PERFORM 248-COMPUTE-FICA.
           PERFORM 249-COMPUTE-STATE-TAX.
           PERFORM 231-APPLY-DEDUCTS.
           PERFORM 254-COMPUTE-MATCH.
           COMPUTE nNetPay = nEmplPay - nFedTaxAmt - nFicaAmt
              - nStateTaxAmt - nDedCheckAmt.
           PERFORM 234-APPLY-GARNISH.
      *> approved mileage rides the first check that can carry it,
      *> like retro - but after every tax, deduction and garnishment:
      *> it is repaid expense, not wages, so it never touches gross,
      *> taxable or FICA wages, YTD, or the garnishment base
           MOVE 0 TO nReimbThisChk.
           IF nReimbDue NOT = 0 AND xPayCtxType NOT = 'V'
              MOVE nReimbDue TO nReimbThisChk
              MOVE 0 TO nReimbDue
              ADD nReimbThisChk TO nReimbSum
              ADD nReimbThisChk TO nNetPay
              IF xPreview = 'n'
                 PERFORM 214-MARK-MILEAGE-PAID VARYING nMilSub
                    FROM 1 BY 1 UNTIL nMilSub > nMilLoadSub
              END-IF
           END-IF.
           COMPUTE nFedTaxSum = nFedTaxSum + nFedTaxAmt.
           COMPUTE nFicaSum = nFicaSum + nFicaAmt.
           COMPUTE nStateTaxSum = nStateTaxSum + nStateTaxAmt.
           MOVE nGarnCheckAmt TO nRawGarn.
           MOVE nNetPay TO nRawNet.
           MOVE xPayCtxJob TO xRawJob.
           MOVE nMatchAmt TO nRawMatch.
           MOVE nReimbThisChk TO nRawReimb.
           WRITE xRegRawRec.
      *> a preview cuts no check and sends nothing to the bank - it
      *> only totals the net by how the master says it will be paid
           EVALUATE TRUE
              WHEN xPreview = 'y' AND xMstPayMethod = 'C'
                 ADD 1 TO nPrvChkCnt
                 ADD nNetPay TO nPrvChkAmt
              WHEN xPreview = 'y'
                 ADD 1 TO nPrvDDCnt
                 ADD nNetPay TO nPrvDDAmt
              WHEN xMstPayMethod = 'C'
                 PERFORM 246-WRITE-CHECK
              WHEN OTHER
                 PERFORM 252-PAY-DIRECT-DEPOSIT
           END-EVALUATE.
           MOVE ' ' TO xOutName.
           IF xMstMatched NOT = 'Y'
              MOVE 0 TO nMstPayAccum
              MOVE 0 TO nMstStateAccum
              MOVE 0 TO nMstVacAccum
              MOVE 0 TO nMstSickAccum
              MOVE 0 TO nMstTaxWageAccum
              MOVE 0 TO nMstFicaWageAccum
              MOVE 0 TO nMstDeferAccum
              MOVE 0 TO nMstMatchAccum
              MOVE 'Y' TO xMstMatched
           END-IF.
           ADD nEmplPay TO nMstPayAccum.
           ADD nDeferCheckSgn TO nMstDeferAccum.
           ADD nMatchAmt TO nMstMatchAccum.
           ADD nTaxableWage TO nMstTaxWageAccum.
           ADD nFicaWage TO nMstFicaWageAccum.
           ADD nFedTaxAmt TO nMstFedTaxAccum.
           ADD nFicaAmt TO nMstFicaAccum.
           ADD nStateTaxAmt TO nMstStateAccum.
                 SUBTRACT nPayHrs FROM nMstSickAccum
              WHEN 'R'
                 PERFORM 241-ACCRUE-LEAVE
              WHEN 'T'
      *> everything on the books has just been paid or forfeited -
      *> the final check's own hours earn nothing further
                 COMPUTE nMstVacAccum = 0 - nMstVacBal
                 COMPUTE nMstSickAccum = 0 - nMstSickBal
           END-EVALUATE.
           IF xPreview = 'n'
              PERFORM 238-WRITE-STUB
              PERFORM 242-WRITE-HISTORY
           END-IF.

       247-COMPUTE-FED-TAX. *> graduated withholding over the bracket
          *> table - each slice between a bracket floor and the next
          *> adjustment computes on the positive image and negates,
          *> so the backed-out tax mirrors the original check. With
          *> no table on file the legacy flat rate still applies.
          *> A bonus or commission check withholds at the flat
          *> supplemental rate instead.
           EVALUATE TRUE
              WHEN xSuppFlat = 'y'
                 COMPUTE nFedTaxAmt ROUNDED =
                    nTaxableWage * nSuppFedRate
              WHEN nTaxBrktCnt = 0
                 COMPUTE nFedTaxAmt ROUNDED =
                    nTaxableWage * nFedTaxRate
              WHEN OTHER
                 MOVE 0 TO nFedTaxAmt
                 IF nTaxableWage < 0
                    COMPUTE nTaxWorkGross = 0 - nTaxableWage
                 ELSE
                    MOVE nTaxableWage TO nTaxWorkGross
                 END-IF
                 PERFORM VARYING nTaxSub FROM 1 BY 1
                    UNTIL nTaxSub > nTaxBrktCnt
                    IF nTaxWorkGross > nTaxFloorTbl(nTaxSub)
                       IF nTaxSub < nTaxBrktCnt AND
                          nTaxWorkGross > nTaxFloorTbl(nTaxSub + 1)
                          COMPUTE nTaxSlice =
                             nTaxFloorTbl(nTaxSub + 1)
                             - nTaxFloorTbl(nTaxSub)
                       ELSE
                          COMPUTE nTaxSlice = nTaxWorkGross
                             - nTaxFloorTbl(nTaxSub)
                       END-IF
                       COMPUTE nFedTaxAmt ROUNDED = nFedTaxAmt
                          + nTaxSlice * nTaxRateTbl(nTaxSub)
                    END-IF
                 END-PERFORM
                 IF nTaxableWage < 0
                    COMPUTE nFedTaxAmt = 0 - nFedTaxAmt
                 END-IF
           END-EVALUATE.

       248-COMPUTE-FICA. *> FICA stops once YTD FICA wages cross the
          *> wage base - only the wages still under the base are
          *> taxed. YTD here is the master's figure plus what this
          *> run has already paid this employee (the accumulator is
          *> reversal backs the tax out at the full rate - the YTD
          *> clamp warning in 266-CLAMP-YTD covers the odd case.
           IF nFicaWageBase = 0
              COMPUTE nFicaAmt ROUNDED = nFicaWage * nFicaRate
           ELSE
              IF xMstMatched = 'Y'
                 COMPUTE nFicaYtd = nMstYtdFicaWage + nMstFicaWageAccum
              ELSE
                 MOVE nMstYtdFicaWage TO nFicaYtd
              END-IF
              IF nFicaYtd > nFicaWageBase
                 MOVE 0 TO nFicaRoom
              ELSE
                 COMPUTE nFicaRoom = nFicaWageBase - nFicaYtd
              END-IF
              IF nFicaWage <= 0
                 COMPUTE nFicaAmt ROUNDED = nFicaWage * nFicaRate
              ELSE
                 IF nFicaWage > nFicaRoom
                    COMPUTE nFicaAmt ROUNDED = nFicaRoom * nFicaRate
                 ELSE
                    COMPUTE nFicaAmt ROUNDED = nFicaWage * nFicaRate
                 END-IF
              END-IF
           END-IF.
       249-COMPUTE-STATE-TAX. *> flat state rate keyed on the
          *> master's work-state code - an unknown or blank code
          *> withholds nothing, same as before the rate file existed.
          *> Like federal, it computes on wages after pre-tax
          *> deductions. A negative gross flows straight through the
          *> multiply so reversals back the withholding out.
           MOVE 0 TO nStateTaxAmt.
           PERFORM VARYING nStRateSub FROM 1 BY 1
              UNTIL nStRateSub > nStRateCnt
              IF xStRateCode(nStRateSub) = xMstWorkState
                 COMPUTE nStateTaxAmt ROUNDED =
                    nTaxableWage * nStRateTbl(nStRateSub)
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       231-APPLY-DEDUCTS. *> after-tax deductions come out between the
          *> FICA and net-pay COMPUTEs, in deduction-master order -
          *> a deduction never takes a check below zero. A reversal
          *> recomputes the original check's deductions from the
          *> positive image and backs them OUT, so the bank offset
          *> mirrors the deposit being reversed; a negative
          *> adjustment takes no deductions at all. The pre-tax
          *> classes were already taken by 253 and are already in
          *> nDedCheckAmt. A bonus or commission check takes only
          *> the deductions flagged Y for supplemental pay.
           IF xDedReversal = 'Y'
              COMPUTE nDedAvail = (0 - nEmplPay) + nFedTaxAmt
                 + nFicaAmt + nStateTaxAmt - nPreTaxAmt
           ELSE
              COMPUTE nDedAvail = nEmplPay - nFedTaxAmt - nFicaAmt
                 - nStateTaxAmt - nPreTaxAmt
           END-IF.
           IF nDedAvail > 0
              PERFORM VARYING nDedProcSub FROM 1 BY 1
                 UNTIL nDedProcSub > nDedLoadSub
                 IF nDedEmpTbl(nDedProcSub) = nMstEmplNum
                    AND xDedActTbl(nDedProcSub) = 'A'
                    AND xDedClassTbl(nDedProcSub) NOT = 'P'
                    AND xDedClassTbl(nDedProcSub) NOT = 'S'
                    AND (xSuppFlat = 'n'
                       OR xDedSuppTbl(nDedProcSub) = 'Y')
                    PERFORM 232-TAKE-DEDUCT
                 END-IF
              END-PERFORM
           END-IF.

       253-PRETAX-DEDUCTS. *> pre-tax classes come off gross before
          *> any withholding computes - P reduces fed/state taxable
          *> wages, S reduces FICA wages as well. Same reversal and
          *> negative-adjustment rules as 231. The take is held short
          *> of the FICA the remaining wages will still owe, so a
          *> pre-tax election can never drive the net negative.
           MOVE 0 TO nDedCheckAmt.
           MOVE 0 TO nPreTaxAmt.
           MOVE 0 TO nPreFicaAmt.
           MOVE 0 TO nDeferCheckAmt.
           MOVE 0 TO nMatchRaw.
           MOVE 0 TO nMatchCapPct.
           MOVE 'N' TO xDedReversal.
           IF xPayCtxType = 'V'
              MOVE 'Y' TO xDedReversal
              COMPUTE nDedBaseGross = 0 - nEmplPay
           ELSE
              MOVE 0 TO nDedBaseGross
              IF nEmplPay > 0
                 MOVE nEmplPay TO nDedBaseGross
              END-IF
           END-IF.
           COMPUTE nDedAvail ROUNDED = nDedBaseGross
              - nDedBaseGross * nFicaRate.
           IF nDedAvail > 0
              PERFORM VARYING nDedProcSub FROM 1 BY 1
                 UNTIL nDedProcSub > nDedLoadSub
                 IF nDedEmpTbl(nDedProcSub) = nMstEmplNum
                    AND xDedActTbl(nDedProcSub) = 'A'
                    AND (xDedClassTbl(nDedProcSub) = 'P'
                       OR xDedClassTbl(nDedProcSub) = 'S')
                    AND (xSuppFlat = 'n'
                       OR xDedSuppTbl(nDedProcSub) = 'Y')
                    PERFORM 232-TAKE-DEDUCT
                    ADD nDedOneAmt TO nPreTaxAmt
                    IF xDedClassTbl(nDedProcSub) = 'S'
                       ADD nDedOneAmt TO nPreFicaAmt
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
           IF xDedReversal = 'Y'
              COMPUTE nTaxableWage = nEmplPay + nPreTaxAmt
              COMPUTE nFicaWage = nEmplPay + nPreFicaAmt
           ELSE
              COMPUTE nTaxableWage = nEmplPay - nPreTaxAmt
              COMPUTE nFicaWage = nEmplPay - nPreFicaAmt
           END-IF.

       232-TAKE-DEDUCT. *> amounts compute on the positive image; on
          *> a reversal the take is negated as it accumulates
                 ADD nDedOneAmt TO nDedSum
              END-IF
              PERFORM 233-TOTAL-BY-CODE
              PERFORM 259-NOTE-DEFERRAL
           END-IF.

       259-NOTE-DEFERRAL. *> a code on the plan rules is a deferral -
          *> the match accrues on it at the plan's percent, and the
          *> highest cap among the codes taken governs the check
           PERFORM VARYING nPlnSub FROM 1 BY 1
              UNTIL nPlnSub > nPlnCnt
              IF xPlnCodeTbl(nPlnSub) = xDedCodeTbl(nDedProcSub)
                 ADD nDedOneAmt TO nDeferCheckAmt
                 COMPUTE nMatchRaw ROUNDED = nMatchRaw
                    + nDedOneAmt * nPlnMatchTbl(nPlnSub) / 100
                 IF nPlnCapTbl(nPlnSub) > nMatchCapPct
                    MOVE nPlnCapTbl(nPlnSub) TO nMatchCapPct
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       254-COMPUTE-MATCH. *> employer match on this check's deferrals,
          *> capped at the plan's percent of gross. It costs the
          *> employee nothing, so net pay never sees it; a reversal
          *> backs the original match out
           COMPUTE nMatchCap ROUNDED = nDedBaseGross * nMatchCapPct
              / 100.
           MOVE nMatchRaw TO nMatchAmt.
           IF nMatchAmt > nMatchCap
              MOVE nMatchCap TO nMatchAmt
           END-IF.
           MOVE nDeferCheckAmt TO nDeferCheckSgn.
           IF xDedReversal = 'Y'
              COMPUTE nMatchAmt = 0 - nMatchAmt
              COMPUTE nDeferCheckSgn = 0 - nDeferCheckSgn
           END-IF.

       233-TOTAL-BY-CODE. *> accumulate one remittance total per plan
           END-EVALUATE.
           MOVE xGarnRptDetail TO xGarnRptOut.
           WRITE xGarnRptOut BEFORE ADVANCING 1 LINE.
           IF xPreview = 'n'
              PERFORM 269-QUEUE-GARN-REMIT
           END-IF.

       269-QUEUE-GARN-REMIT. *> the money withheld is owed to the
          *> case's payee - PAYROLL-GARNREMIT pays it from this queue
           MOVE nRunDate TO nGrmDateOut.
           MOVE xGarnPayeeTbl(nGarnProcSub) TO xGrmPayeeOut.
           MOVE xGarnCaseTbl(nGarnProcSub) TO xGrmCaseOut.
           MOVE nMstEmplNum TO nGrmEmpOut.
           MOVE SPACES TO xGrmNameOut.
           STRING xMstLName DELIMITED BY '  '
              ', ' DELIMITED BY SIZE
              xMstFName DELIMITED BY '  '
              INTO xGrmNameOut
              ON OVERFLOW CONTINUE
           END-STRING.
           MOVE nGarnBalTbl(nGarnProcSub) TO nGrmBalOut.
           EVALUATE TRUE
              WHEN xPayCtxType = 'V'
                 COMPUTE nGrmAmtOut = 0 - nGarnOneAmt
                 MOVE 'R' TO xGrmClosedOut
              WHEN nGarnBalTbl(nGarnProcSub) = 0
                 MOVE nGarnOneAmt TO nGrmAmtOut
                 MOVE 'Y' TO xGrmClosedOut
              WHEN OTHER
                 MOVE nGarnOneAmt TO nGrmAmtOut
                 MOVE SPACE TO xGrmClosedOut
           END-EVALUATE.
           WRITE xGarnRemRecord.

       238-WRITE-STUB. *> formatted stub page per paid check, with the
          *> YTD figures this check brings the updated master to
              MOVE nStubHolPay TO neStubAmt
              PERFORM 239-STUB-MONEY-LINE
           END-IF.
           IF nStubVacPay NOT = 0
              MOVE 'VAC PAYOUT    ' TO xStubLabel
              MOVE nStubVacPay TO neStubAmt
              PERFORM 239-STUB-MONEY-LINE
           END-IF.
           IF nStubSickPay NOT = 0
              MOVE 'SICK PAYOUT   ' TO xStubLabel
              MOVE nStubSickPay TO neStubAmt
              PERFORM 239-STUB-MONEY-LINE
           END-IF.
           IF nStubSupPay NOT = 0
              EVALUATE xPayCtxKind
                 WHEN 'C' MOVE 'COMMISSION    ' TO xStubLabel
                 WHEN 'M' MOVE 'CORRECTED PAY ' TO xStubLabel
                 WHEN OTHER MOVE 'BONUS         ' TO xStubLabel
              END-EVALUATE
              MOVE nStubSupPay TO neStubAmt
              PERFORM 239-STUB-MONEY-LINE
           END-IF.
           IF nRetroThisChk NOT = 0
              MOVE 'RETRO PAY     ' TO xStubLabel
              MOVE nRetroThisChk TO neStubAmt
           MOVE 'GROSS PAY     ' TO xStubLabel.
           MOVE nEmplPay TO neStubAmt.
           PERFORM 239-STUB-MONEY-LINE.
           IF nPreTaxAmt NOT = 0
              MOVE 'TAXABLE WAGES ' TO xStubLabel
              MOVE nTaxableWage TO neStubAmt
              PERFORM 239-STUB-MONEY-LINE
           END-IF.
           MOVE 'FED TAX       ' TO xStubLabel.
           MOVE nFedTaxAmt TO neStubAmt.
           PERFORM 239-STUB-MONEY-LINE.
           MOVE 'GARNISHMENT   ' TO xStubLabel.
           MOVE nGarnCheckAmt TO neStubAmt.
           PERFORM 239-STUB-MONEY-LINE.
           IF nReimbThisChk NOT = 0
              MOVE 'MILEAGE REIMB ' TO xStubLabel
              MOVE nReimbThisChk TO neStubAmt
              PERFORM 239-STUB-MONEY-LINE
           END-IF.
           MOVE 'NET PAY       ' TO xStubLabel.
           MOVE nNetPay TO neStubAmt.
           PERFORM 239-STUB-MONEY-LINE.
           IF nMatchAmt NOT = 0
              MOVE '401K MATCH    ' TO xStubLabel
              MOVE nMatchAmt TO neStubAmt
              PERFORM 239-STUB-MONEY-LINE
           END-IF.
           COMPUTE neStubYtdGross = nMstYtdGross + nMstPayAccum.
           COMPUTE neStubYtdFed = nMstYtdFedTax + nMstFedTaxAccum.
           COMPUTE neStubYtdFica = nMstYtdFica + nMstFicaAccum.
           MOVE xStubYtdLine TO xStubOut.
           WRITE xStubOut BEFORE ADVANCING 1 LINE.
           COMPUTE nLeaveWork = nMstVacBal + nMstVacAccum.
           IF nLeaveWork < 0 OR xMstTermPend = 'y'
              MOVE 0 TO nLeaveWork
           END-IF.
           MOVE nLeaveWork TO neStubVacBal.
           COMPUTE nLeaveWork = nMstSickBal + nMstSickAccum.
           IF nLeaveWork < 0 OR xMstTermPend = 'y'
              MOVE 0 TO nLeaveWork
           END-IF.
           MOVE nLeaveWork TO neStubSickBal.
           MOVE nFicaAmt TO nHistFica.
           MOVE nNetPay TO nHistNet.
           MOVE nStateTaxAmt TO nHistState.
           MOVE nTaxableWage TO nHistTaxWage.
           MOVE nFicaWage TO nHistFicaWage.
           MOVE nReimbThisChk TO nHistReimb.
           WRITE xHistRecord.

       265-FINALIZE-MASTER. *> one updated-master write per employee, once
           PERFORM 267-CLAMP-LEAVE.
           MOVE nLeaveWork TO nUpdSickBal.
           MOVE xMstPayGroup TO xUpdPayGroup.
           MOVE nMstSepDate TO nUpdSepDate.
           MOVE xMstSepReason TO xUpdSepReason.
           COMPUTE nYtdWork = nMstYtdTaxWage + nMstTaxWageAccum.
           PERFORM 266-CLAMP-YTD.
           MOVE nYtdWork TO nUpdYtdTaxWage.
           COMPUTE nYtdWork = nMstYtdFicaWage + nMstFicaWageAccum.
           PERFORM 266-CLAMP-YTD.
           MOVE nYtdWork TO nUpdYtdFicaWage.
           COMPUTE nYtdWork = nMstYtdDefer + nMstDeferAccum.
           PERFORM 266-CLAMP-YTD.
           MOVE nYtdWork TO nUpdYtdDefer.
           COMPUTE nYtdWork = nMstYtdMatch + nMstMatchAccum.
           PERFORM 266-CLAMP-YTD.
           MOVE nYtdWork TO nUpdYtdMatch.
           IF nMstDeferAccum NOT = 0 OR nMstMatchAccum NOT = 0
              PERFORM 268-WRITE-REMIT
           END-IF.
      *> final-paid this run - off the active rolls as of the
      *> separation date, nothing left on the leave books
           IF xMstTermPend = 'y'
              MOVE 'I' TO xUpdStatus
              MOVE 0 TO nUpdVacBal
              MOVE 0 TO nUpdSickBal
              MOVE nTermSepDate TO nUpdSepDate
              MOVE xTermSepReason TO xUpdSepReason
           END-IF.
           IF xPreview = 'n'
              WRITE xUpdatedMasterRec
           END-IF.
           MOVE 'N' TO xMstMatched.
           MOVE 'n' TO xMstTermPend.

       268-WRITE-REMIT. *> one remittance line per employee with plan
          *> activity this period - the period's net deferral and
          *> match and the YTD they bring the updated master to
           MOVE 'DTL' TO xPRTypeOut.
           MOVE nMstEmplNum TO nPREmpOut.
           MOVE SPACES TO xPRNameOut.
           STRING xMstLName DELIMITED BY '  '
              ', ' DELIMITED BY SIZE
              xMstFName DELIMITED BY '  '
              INTO xPRNameOut
              ON OVERFLOW CONTINUE
           END-STRING.
           MOVE nMstDeferAccum TO nPRDeferOut.
           MOVE nMstMatchAccum TO nPRMatchOut.
           MOVE nUpdYtdDefer TO nPRYtdDeferOut.
           MOVE nUpdYtdMatch TO nPRYtdMatchOut.
           IF xPreview = 'n'
              WRITE xPRemDetailRec
           END-IF.
           ADD 1 TO nPRemCnt.
           ADD nMstDeferAccum TO nPRemDeferSum.
           ADD nMstMatchAccum TO nPRemMatchSum.

       266-CLAMP-YTD. *> a reversal larger than the YTD on file means
          *> the wrong check was reversed - hold the field at zero and

       260-CARRY-MASTER. *> no transaction this period - salaried
          *> staff in the run's pay group still get paid here;
          *> everyone else carries unchanged, as does everyone on an
          *> off-cycle run
           MOVE xMstPayGroup TO xMstGroupWork.
           IF xMstGroupWork = SPACE
              MOVE 'W' TO xMstGroupWork
           END-IF.
           IF xMstPayType = 'S' AND xMstStatus NOT = 'I'
              AND xMstGroupWork = xRunPayGroup AND xOffCycle = 'n'
              PERFORM 261-PAY-SALARIED
           ELSE
              IF nRetroDue NOT = 0
                 MOVE nMstVacBal TO nUpdVacBal
                 MOVE nMstSickBal TO nUpdSickBal
                 MOVE xMstPayGroup TO xUpdPayGroup
                 MOVE nMstSepDate TO nUpdSepDate
                 MOVE xMstSepReason TO xUpdSepReason
                 MOVE nMstYtdTaxWage TO nUpdYtdTaxWage
                 MOVE nMstYtdFicaWage TO nUpdYtdFicaWage
                 MOVE nMstYtdDefer TO nUpdYtdDefer
                 MOVE nMstYtdMatch TO nUpdYtdMatch
                 IF xPreview = 'n'
                    WRITE xUpdatedMasterRec
                 END-IF
              END-IF
           END-IF.

           MOVE nMstSalary TO nStubRegPay.
           MOVE 0 TO nStubOtPay.
           MOVE 0 TO nStubHolPay.
           MOVE 0 TO nStubVacPay.
           MOVE 0 TO nStubSickPay.
           MOVE 0 TO nStubSupPay.
           PERFORM 245-SETTLE-CHECK.
           PERFORM 265-FINALIZE-MASTER.

           MOVE 0 TO nStubRegPay.
           MOVE 0 TO nStubOtPay.
           MOVE 0 TO nStubHolPay.
           MOVE 0 TO nStubVacPay.
           MOVE 0 TO nStubSickPay.
           MOVE 0 TO nStubSupPay.
           PERFORM 245-SETTLE-CHECK.

       270-FLUSH-MASTER. *> trailing masters with no remaining transactions -
           END-IF.
           PERFORM 205-READ-MASTER.

       257-LEAVE-PAYOUT. *> the vacation balance always pays out at
          *> the current rate; the sick balance pays or is forfeited
          *> by the pay type's rule on LeaveRules.txt. Balances are
          *> as of this check - anything an earlier check of this run
          *> accrued or took counts
           MOVE 'y' TO xMstTermPend.
           IF xTrsSepDate NUMERIC
              MOVE xTrsSepDate TO nTermSepDate
           ELSE
              MOVE nRunDate TO nTermSepDate
           END-IF.
           MOVE xTrsSepReason TO xTermSepReason.
           IF nMstPayRate > 0
              MOVE nMstPayRate TO nPayoutRate
           ELSE
      *> salaried with no hourly rate on file - the period salary
      *> over the period's standard hours
              EVALUATE xMstGroupWork
                 WHEN 'B'
                    COMPUTE nPayoutRate ROUNDED = nMstSalary / 80
                 WHEN 'M'
                    COMPUTE nPayoutRate ROUNDED = nMstSalary / 173.33
                 WHEN OTHER
                    COMPUTE nPayoutRate ROUNDED = nMstSalary / 40
              END-EVALUATE
           END-IF.
           IF xMstMatched = 'Y'
              COMPUTE nStubVacHrs = nMstVacBal + nMstVacAccum
              COMPUTE nStubSickHrs = nMstSickBal + nMstSickAccum
           ELSE
              MOVE nMstVacBal TO nStubVacHrs
              MOVE nMstSickBal TO nStubSickHrs
           END-IF.
           IF nStubVacHrs < 0
              MOVE 0 TO nStubVacHrs
           END-IF.
           IF nStubSickHrs < 0
              MOVE 0 TO nStubSickHrs
           END-IF.
           COMPUTE nStubVacPay ROUNDED = nStubVacHrs * nPayoutRate.
           MOVE 'n' TO xSickPayout.
           PERFORM VARYING nLvSub FROM 1 BY 1 UNTIL nLvSub > nLvCnt
              IF xLvPayTypeTbl(nLvSub) = xMstPayType
                 IF xLvSickPayTbl(nLvSub) = 'P'
                    MOVE 'y' TO xSickPayout
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF xSickPayout = 'y'
              COMPUTE nStubSickPay ROUNDED = nStubSickHrs * nPayoutRate
           ELSE
              MOVE 0 TO nStubSickPay
           END-IF.

       258-FINAL-PAY-LINE. *> the separation on the final-pay register
          *> once 245 has settled the check
           MOVE nMstEmplNum TO neFinEmp.
           MOVE xRawName TO xFinName.
           MOVE nTermSepDate TO neFinSepDate.
           MOVE xTermSepReason TO xFinReason.
           COMPUTE neFinWages = nEmplPay - nStubVacPay - nStubSickPay.
           MOVE nStubVacHrs TO neFinVacHrs.
           MOVE nStubVacPay TO neFinVacPay.
           MOVE nStubSickHrs TO neFinSickHrs.
           MOVE nStubSickPay TO neFinSickPay.
           IF xSickPayout = 'y'
              MOVE SPACES TO xFinSickNote
           ELSE
              MOVE ' FORFEITED' TO xFinSickNote
              ADD nStubSickHrs TO nFinForfeitHrs
           END-IF.
           MOVE nEmplPay TO neFinGross.
           MOVE nNetPay TO neFinNet.
           MOVE xFinPayDetail TO xFinPayOut.
           WRITE xFinPayOut BEFORE ADVANCING 1 LINE.
           ADD nStubVacPay TO nFinVacSum.
           ADD nStubSickPay TO nFinSickSum.

       250-REJECT. *> transaction had no matching master record
           COMPUTE nRejectCnt = nRejectCnt + 1.
           MOVE nTrsEmplNum TO neRejEmpNum.
           MOVE xInactiveDetail TO xRejectLine.
           WRITE xRejectLine BEFORE ADVANCING 1 LINE.

       264-SUPP-REJECT. *> a B transaction carrying no amount -
          *> nothing to pay, so nothing is settled
           COMPUTE nRejectCnt = nRejectCnt + 1.
           MOVE nTrsEmplNum TO neSupRejEmpNum.
           DISPLAY xSuppRejDetail.
           MOVE xSuppRejDetail TO xRejectLine.
           WRITE xRejectLine BEFORE ADVANCING 1 LINE.

       256-GROUP-REJECT. *> matched master belongs to a different pay
          *> group - the transaction waits for that group's run
           COMPUTE nRejectCnt = nRejectCnt + 1.
               INTO xOutName.

       280-PRINT-REGISTER. *> department-broken register, like STATES-06's 220-CONTROL
           IF xGlaPresent = 'y' AND xPreview = 'n'
              OPEN OUTPUT GLEXTFILE
           END-IF.
           IF xPreview = 'n'
              OPEN OUTPUT BURDENFILE
              MOVE xBurdenHeading TO xBurdenOut
              WRITE xBurdenOut BEFORE ADVANCING 1 LINE
              MOVE xBurdenColumns TO xBurdenOut
              WRITE xBurdenOut BEFORE ADVANCING 1 LINE
           END-IF.
           CLOSE REGRAWWK.
           SORT SRTREGWK ON ASCENDING KEY nSrtRegDept nSrtRegEmpNum
              USING REGRAWWK
              GIVING SORTEDREG.
           PERFORM 283-ALLOC-PREPASS.
           OPEN INPUT SORTEDREG.
           PERFORM 281-READ-REG.
           PERFORM 282-REG-LOOP UNTIL xRegEOF = 'y'.
              PERFORM 290-DEPT-BREAK
           END-IF.
           CLOSE SORTEDREG.
           IF xPreview = 'n'
              PERFORM 286-ALLOC-ONLY-DEPT VARYING nAlcDeptSub
                 FROM 1 BY 1 UNTIL nAlcDeptSub > 9
           END-IF.

       283-ALLOC-PREPASS. *> the register stays by home dept; this
          *> pass over the sorted checks works out what each salaried
          *> split moves between departments before any break posts
           PERFORM VARYING nAlcDeptSub FROM 1 BY 1
              UNTIL nAlcDeptSub > 9
              MOVE 0 TO nAlcGrossOutTbl(nAlcDeptSub),
                 nAlcGrossInTbl(nAlcDeptSub),
                 nAlcFicaOutTbl(nAlcDeptSub),
                 nAlcFicaInTbl(nAlcDeptSub),
                 nAlcMatchOutTbl(nAlcDeptSub),
                 nAlcMatchInTbl(nAlcDeptSub)
              MOVE 'n' TO xAlcDeptDoneTbl(nAlcDeptSub)
           END-PERFORM.
           IF nAlcEmpCnt > 0
              OPEN INPUT SORTEDREG
              PERFORM 281-READ-REG
              PERFORM 284-SPREAD-CHECK UNTIL xRegEOF = 'y'
              CLOSE SORTEDREG
              MOVE 'n' TO xRegEOF
           END-IF.

       284-SPREAD-CHECK.
           MOVE 'n' TO xAlcEmpFound.
           IF xRgPayType = 'S' AND nRgDept >= 1
              PERFORM VARYING nAlcEmpSub FROM 1 BY 1
                 UNTIL nAlcEmpSub > nAlcEmpCnt
                 IF nAlcEKeyTbl(nAlcEmpSub) = nRgEmpNum
                    MOVE xAlcEOkTbl(nAlcEmpSub) TO xAlcEmpFound
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
      *> a home dept with no GL accounts posts nothing, so nothing
      *> may be moved out of it either
           IF xAlcEmpFound = 'y' AND xGlaPresent = 'y'
              IF xGlaLoaded(nRgDept) NOT = 'y'
                 MOVE 'n' TO xAlcEmpFound
              END-IF
           END-IF.
           IF xAlcEmpFound = 'y'
              MOVE 0 TO nAlcRowNum, nAlcGrossDone, nAlcFicaDone,
                 nAlcMatchDone
              PERFORM 285-SPREAD-ROW VARYING nAlcSub FROM 1 BY 1
                 UNTIL nAlcSub > nAlcCnt
           END-IF.
           PERFORM 281-READ-REG.

       285-SPREAD-ROW.
           IF nAlcEmpTbl(nAlcSub) = nRgEmpNum
              AND nAlcEffTbl(nAlcSub) = nAlcEEffTbl(nAlcEmpSub)
              ADD 1 TO nAlcRowNum
              IF nAlcRowNum = nAlcERowsTbl(nAlcEmpSub)
                 COMPUTE nAlcGrossPart = nRgPay - nAlcGrossDone
                 COMPUTE nAlcFicaPart = nRgFica - nAlcFicaDone
                 COMPUTE nAlcMatchPart = nRgMatch - nAlcMatchDone
              ELSE
                 COMPUTE nAlcGrossPart ROUNDED =
                    nRgPay * nAlcPctTbl(nAlcSub) / 100
                 COMPUTE nAlcFicaPart ROUNDED =
                    nRgFica * nAlcPctTbl(nAlcSub) / 100
                 COMPUTE nAlcMatchPart ROUNDED =
                    nRgMatch * nAlcPctTbl(nAlcSub) / 100
              END-IF
              ADD nAlcGrossPart TO nAlcGrossDone
              ADD nAlcFicaPart TO nAlcFicaDone
              ADD nAlcMatchPart TO nAlcMatchDone
              MOVE nAlcDeptTbl(nAlcSub) TO nAlcDeptSub
              IF nAlcDeptSub NOT = nRgDept
                 ADD nAlcGrossPart TO nAlcGrossOutTbl(nRgDept)
                 ADD nAlcFicaPart TO nAlcFicaOutTbl(nRgDept)
                 ADD nAlcMatchPart TO nAlcMatchOutTbl(nRgDept)
                 ADD nAlcGrossPart TO nAlcGrossInTbl(nAlcDeptSub)
                 ADD nAlcFicaPart TO nAlcFicaInTbl(nAlcDeptSub)
                 ADD nAlcMatchPart TO nAlcMatchInTbl(nAlcDeptSub)
              END-IF
           END-IF.

       286-ALLOC-ONLY-DEPT. *> a dept that only receives split labor
          *> has no checks of its own on the register, so no break
          *> posted it - its burden and GL lines go out here
           IF xAlcDeptDoneTbl(nAlcDeptSub) = 'n'
              AND (nAlcGrossInTbl(nAlcDeptSub) NOT = 0
                 OR nAlcFicaInTbl(nAlcDeptSub) NOT = 0
                 OR nAlcMatchInTbl(nAlcDeptSub) NOT = 0)
              MOVE nAlcDeptSub TO xOldDept
              MOVE 0 TO nDeptCnt, nDeptHrs, nDeptGross, nDeptFedTax,
                 nDeptFica, nDeptState, nDeptDed, nDeptGarn, nDeptNet,
                 nDeptMatch, nDeptReimb
              MOVE 0 TO nDJobCnt
              PERFORM 291-BURDEN-LINE
              IF xGlaPresent = 'y'
                 PERFORM 292-GL-DEPT-POST
              END-IF
           END-IF.

       281-READ-REG.
           READ SORTEDREG
           ADD nRgDed TO nDeptDed.
           ADD nRgGarn TO nDeptGarn.
           ADD nRgNet TO nDeptNet.
           ADD nRgMatch TO nDeptMatch.
           ADD nRgReimb TO nDeptReimb.
           PERFORM 297-ADD-JOB-GROSS.

       296-WRITE-CSV-DETAIL.
           DISPLAY ' '.
           MOVE xDeptControl TO xOutput.
           WRITE xOutput BEFORE ADVANCING 1 LINE.
           IF xPreview = 'n'
              PERFORM 291-BURDEN-LINE
           END-IF.
           IF xGlaPresent = 'y' AND xPreview = 'n'
              PERFORM 292-GL-DEPT-POST
           END-IF.
           MOVE 0 TO nDeptCnt, nDeptHrs, nDeptGross, nDeptFedTax,
              nDeptFica, nDeptState, nDeptDed, nDeptGarn, nDeptNet,
              nDeptMatch, nDeptReimb.
           MOVE 0 TO nDJobCnt.

       291-BURDEN-LINE. *> the employer match mirrors the employee
           ELSE
              MOVE SPACES TO xeBurdName
           END-IF.
           MOVE nDeptGross TO nAlcNetGross.
           MOVE nDeptFica TO nAlcNetFica.
      *> salaried splits move gross and the employer tax with it
           IF xOldDept >= 1
              COMPUTE nAlcNetGross = nAlcNetGross
                 - nAlcGrossOutTbl(xOldDept) + nAlcGrossInTbl(xOldDept)
              COMPUTE nAlcNetFica = nAlcNetFica
                 - nAlcFicaOutTbl(xOldDept) + nAlcFicaInTbl(xOldDept)
              MOVE 'y' TO xAlcDeptDoneTbl(xOldDept)
           END-IF.
           MOVE nAlcNetGross TO neBurdGross.
           MOVE nAlcNetFica TO neBurdTax.
           COMPUTE neBurdCost = nAlcNetGross + nAlcNetFica.
           ADD nAlcNetFica TO nEmplrTaxSum.
           MOVE xBurdenDetail TO xBurdenOut.
           WRITE xBurdenOut BEFORE ADVANCING 1 LINE.

       292-GL-DEPT-POST. *> one debit for gross labor expense, credits
          *> for each withholding liability and net pay clearing -
          *> net = gross - fed - fica - deductions - garnishments
          *> + mileage per check, so with the travel expense debit
          *> each department posts in balance
           IF xOldDept < 1 OR xGlaLoaded(xOldDept) NOT = 'y'
              DISPLAY 'NO GL ACCOUNTS FOR DEPT ' xOldDept
                 ' - DEPARTMENT NOT POSTED'
                 PERFORM 295-GL-POST-LINE
              END-PERFORM
              MOVE SPACES TO xGlJobOut
      *> salaried labor split in (debit) or out (credit) of the dept
              MOVE xGlaExpAcct(xOldDept) TO xGlAcctOut
              COMPUTE nGlWork = nAlcGrossInTbl(xOldDept)
                 - nAlcGrossOutTbl(xOldDept)
              MOVE 'LABOR ALLOCATION' TO xGlDescOut
              PERFORM 295-GL-POST-LINE
      *> mileage repaid through the check is travel expense, not
      *> labor - it stays with the home department
              MOVE xGlaTravAcct(xOldDept) TO xGlAcctOut
              MOVE nDeptReimb TO nGlWork
              MOVE 'MILEAGE REIMB' TO xGlDescOut
              PERFORM 295-GL-POST-LINE
              MOVE 'C' TO xGlNormalSide
              MOVE xGlaFedAcct(xOldDept) TO xGlAcctOut
              MOVE nDeptFedTax TO nGlWork
              MOVE nDeptFica TO nGlWork
              MOVE 'EMPLR FICA EXP' TO xGlDescOut
              PERFORM 295-GL-POST-LINE
              COMPUTE nGlWork = nAlcFicaInTbl(xOldDept)
                 - nAlcFicaOutTbl(xOldDept)
              MOVE 'EMPLR FICA ALLOC' TO xGlDescOut
              PERFORM 295-GL-POST-LINE
              MOVE 'C' TO xGlNormalSide
              MOVE xGlaEmpLiabAcct(xOldDept) TO xGlAcctOut
              MOVE nDeptFica TO nGlWork
              MOVE 'EMPLR FICA LIAB' TO xGlDescOut
              PERFORM 295-GL-POST-LINE
      *> employer 401(k) match - expense to the department, owed to
      *> the plan until the remittance clears
              MOVE 'D' TO xGlNormalSide
              MOVE xGlaMatchExpAcct(xOldDept) TO xGlAcctOut
              MOVE nDeptMatch TO nGlWork
              MOVE 'EMPLR 401K EXP' TO xGlDescOut
              PERFORM 295-GL-POST-LINE
              COMPUTE nGlWork = nAlcMatchInTbl(xOldDept)
                 - nAlcMatchOutTbl(xOldDept)
              MOVE 'EMPLR 401K ALLOC' TO xGlDescOut
              PERFORM 295-GL-POST-LINE
              MOVE 'C' TO xGlNormalSide
              MOVE xGlaMatchLiabAcct(xOldDept) TO xGlAcctOut
              MOVE nDeptMatch TO nGlWork
              MOVE 'EMPLR 401K LIAB' TO xGlDescOut
              PERFORM 295-GL-POST-LINE
           END-IF.

       295-GL-POST-LINE. *> zero amounts post no line; a negative
           PERFORM 270-FLUSH-MASTER UNTIL xMasterEOF = 'y'.
           CLOSE INFILE.
           CLOSE SORTEDTRANS.
           PERFORM 280-PRINT-REGISTER.
           IF xPreview = 'n'
              PERFORM 301-CLOSE-BURDEN-GL
           END-IF.
           DISPLAY xLines.
           DISPLAY xFooter.
           MOVE nTypeAdjCnt TO neTypeAdjCnt.
           MOVE nTypeRevCnt TO neTypeRevCnt.
           MOVE nTypeLveCnt TO neTypeLveCnt.
           MOVE nTypeTrmCnt TO neTypeTrmCnt.
           MOVE nTypeSupCnt TO neTypeSupCnt.
           DISPLAY xTypeTotals.
           IF nRetroSum NOT = 0
              MOVE nRetroSum TO neRchRetro
              DISPLAY 'RETRO PAY THIS RUN: ' neRchRetro
           END-IF.
           IF nReimbSum NOT = 0
              MOVE nReimbSum TO neReimbSum
              DISPLAY 'MILEAGE REIMBURSED THIS RUN: ' neReimbSum
                 ' (' nReimbTripCnt ' TRIPS)'
           END-IF.
           MOVE xLines TO xOutput.
           WRITE xOutput BEFORE ADVANCING 1 LINE.
           MOVE xFooter TO xOutput.
           WRITE xOutput.
           CLOSE OUTFILE.
           CLOSE REJECTFILE.
           MOVE nGarnActCnt TO neGarnRptCnt.
           MOVE nGarnSum TO neGarnRptTot.
           MOVE xGarnRptTotal TO xGarnRptOut.
           WRITE xGarnRptOut BEFORE ADVANCING 1 LINE.
           CLOSE GARNRPTFILE.
           IF xPreview = 'y'
              PERFORM 360-PREVIEW-SUMMARY
           ELSE
              PERFORM 302-CLOSE-RUN-FILES
           END-IF.
           PERFORM 310-DED-REGISTER.
           IF xPreview = 'n'
              PERFORM 303-SAVE-RUN-STATE
           END-IF.
           STRING "employees=" DELIMITED BY SIZE
              neEmpCount DELIMITED BY SIZE
              " gross=" DELIMITED BY SIZE
              neGrossPay DELIMITED BY SIZE
              " net=" DELIMITED BY SIZE
              neNetPay DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "releaseFileLock" USING xMasterFileName xLockMode
              xLockResult.
           IF nRejectCnt > 0 OR nAlcBadCnt > 0 OR nMwHeldCnt > 0
              MOVE "WARNING" TO xEojCode
           ELSE
              MOVE "CLEAN" TO xEojCode
           END-IF.
           MOVE SPACES TO xEojCounts.
           STRING "employees=" DELIMITED BY SIZE
              nEmplCnt DELIMITED BY SIZE
              " rejects=" DELIMITED BY SIZE
              nRejectCnt DELIMITED BY SIZE
              INTO xEojCounts
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xEojCounts.

       301-CLOSE-BURDEN-GL.
           CLOSE UPDATEDMASTER.
           MOVE nGrossSum TO neBurdTotGross.
           MOVE nEmplrTaxSum TO neBurdTotTax.
           COMPUTE neBurdTotCost = nGrossSum + nEmplrTaxSum.
           MOVE xBurdenTotal TO xBurdenOut.
           WRITE xBurdenOut BEFORE ADVANCING 1 LINE.
           CLOSE BURDENFILE.
           IF xGlaPresent = 'y'
              PERFORM 293-GL-CLOSE
           END-IF.

       302-CLOSE-RUN-FILES. *> trailers and closes for everything
          *> only a real run opened, then the next check number
           CLOSE DDFILE.
           CLOSE STUBFILE.
           MOVE nTypeTrmCnt TO neFinCnt.
           MOVE nFinVacSum TO neFinVacTot.
           MOVE nFinSickSum TO neFinSickTot.
           MOVE nFinForfeitHrs TO neFinForfeit.
           MOVE xFinPayTotal TO xFinPayOut.
           WRITE xFinPayOut BEFORE ADVANCING 1 LINE.
           CLOSE FINALPAYFILE.
           CLOSE HISTFILE.
           MOVE nCheckCnt TO neChkRegCnt.
           MOVE nCheckTotal TO neChkRegTot.
           CLOSE CHKREGFILE.
           CLOSE CHECKFILE.
           CLOSE ISSUEFILE.
           CLOSE GARNREMITFILE.
           MOVE 'TRL' TO xPPTrlTag.
           MOVE nCheckCnt TO nPPTrlCount.
      *> the trailer foots to the DETAIL amounts - a negative net
           MOVE nPPayTotal TO nPPTrlAmount.
           WRITE xPPayTrlRec.
           CLOSE POSPAYFILE.
           MOVE 'TRL' TO xPRTrlTag.
           MOVE nPRemCnt TO nPRTrlCount.
           MOVE nPRemDeferSum TO nPRTrlDefer.
           MOVE nPRemMatchSum TO nPRTrlMatch.
           WRITE xPRemTrlRec.
           CLOSE PLANREMITFILE.
           IF nPRemMatchSum NOT = 0
              MOVE nPRemMatchSum TO neMatchSum
              DISPLAY 'EMPLOYER 401K MATCH THIS RUN: ' neMatchSum
           END-IF.
           OPEN OUTPUT CHKCTLFILE.
           MOVE nNextCheckNum TO nChkCtlNext.
           WRITE xChkCtlRecord.
           CLOSE CHKCTLFILE.

       303-SAVE-RUN-STATE. *> reference files the run consumed
          *> write back, then the period closes
           PERFORM 320-SAVE-GARNISH.
           PERFORM 325-SAVE-BANK.
           IF nPrenoteCnt > 0 OR nNoBankCnt > 0
           IF xCsvChoice = 'Y' OR xCsvChoice = 'y'
              CLOSE CSVFILE
           END-IF.
           *> run completed clean - clear the checkpoint so a future
           *> day's run doesn't mistakenly offer to resume from it
           OPEN OUTPUT CHECKPOINTFILE.
           CLOSE CHECKPOINTFILE.
           PERFORM 340-SAVE-RATE-CHANGES.
           PERFORM 345-SAVE-MILEAGE.
           PERFORM 330-CLOSE-PERIOD.

       360-PREVIEW-SUMMARY. *> gross-to-net for the whole preview -
          *> gross less every withholding must prove to the net
           OPEN OUTPUT PREVIEWFILE.
           MOVE xPreviewStamp TO xPreviewOut.
           WRITE xPreviewOut BEFORE ADVANCING 1 LINE.
           MOVE 'GROSS-TO-NET SUMMARY' TO xPreviewOut.
           WRITE xPreviewOut BEFORE ADVANCING 1 LINE.
           MOVE 'CHECKS / GROSS PAY' TO xePrvLabel.
           MOVE nEmplCnt TO nePrvCnt.
           MOVE nGrossSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE 0 TO nePrvCnt.
           MOVE '  LESS FEDERAL TAX' TO xePrvLabel.
           MOVE nFedTaxSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE '  LESS FICA' TO xePrvLabel.
           MOVE nFicaSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE '  LESS STATE TAX' TO xePrvLabel.
           MOVE nStateTaxSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE '  LESS DEDUCTIONS' TO xePrvLabel.
           MOVE nDedSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE '  LESS GARNISHMENTS' TO xePrvLabel.
           MOVE nGarnActCnt TO nePrvCnt.
           MOVE nGarnSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE 0 TO nePrvCnt.
           MOVE '  PLUS MILEAGE (NOT WAGES)' TO xePrvLabel.
           MOVE nReimbSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE 'NET PAY' TO xePrvLabel.
           MOVE nEmplCnt TO nePrvCnt.
           MOVE nNetSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE '  BY CHECK' TO xePrvLabel.
           MOVE nPrvChkCnt TO nePrvCnt.
           MOVE nPrvChkAmt TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE '  BY DIRECT DEPOSIT' TO xePrvLabel.
           MOVE nPrvDDCnt TO nePrvCnt.
           MOVE nPrvDDAmt TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE 0 TO nePrvCnt.
           MOVE 'EMPLOYER FICA' TO xePrvLabel.
           MOVE nFicaSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE 'EMPLOYER 401K MATCH' TO xePrvLabel.
           MOVE nPRemMatchSum TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           MOVE 'REJECTED TRANSACTIONS' TO xePrvLabel.
           MOVE nRejectCnt TO nePrvCnt.
           MOVE 0 TO nePrvAmt.
           PERFORM 361-PREVIEW-LINE.
           COMPUTE nPrvProof = nGrossSum - nFedTaxSum - nFicaSum
              - nStateTaxSum - nDedSum - nGarnSum + nReimbSum
              - nNetSum.
           IF nPrvProof = 0
              MOVE 'GROSS-TO-NET PROVES' TO xPreviewOut
           ELSE
              MOVE 'GROSS-TO-NET DOES NOT PROVE - CHECK THE REGISTER'
                 TO xPreviewOut
              DISPLAY 'PREVIEW GROSS-TO-NET DOES NOT PROVE'
           END-IF.
           WRITE xPreviewOut BEFORE ADVANCING 1 LINE.
           CLOSE PREVIEWFILE.
           DISPLAY 'PREVIEW REPORTS: Payroll-01-preview-reg.txt, '
              '-dedreg, -garnrpt, -rejects, -g2n'.

       361-PREVIEW-LINE.
           MOVE xPreviewG2n TO xPreviewOut.
           WRITE xPreviewOut BEFORE ADVANCING 1 LINE.

       340-SAVE-RATE-CHANGES. *> applied changes drop out; changes
          *> not yet effective stay for a later run
              CLOSE RATECHGFILE
           END-IF.

       345-SAVE-MILEAGE. *> the trip log goes back whole, with this
          *> run's paid trips marked, and its lock is let go
           IF xMilLockHeld = 'Y'
              OPEN OUTPUT MILEAGEFILE
              PERFORM 346-WRITE-MILEAGE VARYING nMilSub
                 FROM 1 BY 1 UNTIL nMilSub > nMilLoadSub
              CLOSE MILEAGEFILE
              CALL "releaseFileLock" USING xMileageFileName
                 xMilLockMode xMilLockResult
              MOVE 'N' TO xMilLockHeld
           END-IF.

       346-WRITE-MILEAGE.
           MOVE xMilImageTbl(nMilSub) TO xMileageRecord.
           WRITE xMileageRecord.

       341-WRITE-RATE-CHANGE.
           IF xRchApplied(nRchSaveSub) NOT = 'Y'
              MOVE nRchEmpTbl(nRchSaveSub)  TO nRchEmplNumIn
       310-DED-REGISTER. *> deduction register grouped by code - one
          *> remittance total per plan provider
           OPEN OUTPUT DEDREGFILE.
           IF xPreview = 'y'
              MOVE xPreviewStamp TO xDedRegOut
              WRITE xDedRegOut BEFORE ADVANCING 1 LINE
           END-IF.
           MOVE xDedRegHeading TO xDedRegOut.
           WRITE xDedRegOut BEFORE ADVANCING 1 LINE.
           MOVE xDedRegColumns TO xDedRegOut.
              MOVE nGarnPriTbl(nGarnSaveSub)  TO nGarnPriorityIn
              MOVE nGarnPerTbl(nGarnSaveSub)  TO nGarnPerPeriodIn
              MOVE nGarnBalTbl(nGarnSaveSub)  TO nGarnBalanceIn
              MOVE xGarnPayeeTbl(nGarnSaveSub) TO xGarnPayeeIn
              WRITE xGarnRecord
           END-IF.
