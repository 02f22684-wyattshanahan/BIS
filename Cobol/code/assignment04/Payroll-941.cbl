      *> Quarterly federal withholding summary over the permanent
      *> pay history - the numbers the 941 filing wants, assembled
      *> from the file instead of by hand. Takes a year and quarter
      *> (PAY941_YEAR / PAY941_QTR, or prompted), totals taxable
      *> wages (gross less pre-tax deductions), FICA wages and
      *> withholding by month within the quarter, lists the deposit
      *> liability per pay date (fed withheld plus both halves of
      *> FICA - the employer match mirrors the employee side), and
          05 nHistFica      PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistNet       PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistState     PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistTaxWage   PIC s9(5)v99 SIGN IS TRAILING.
          05 nHistFicaWage  PIC s9(5)v99 SIGN IS TRAILING.

       FD RPTFILE.
       01 xRptLine       PIC x(90).
       77 nXfootLiab     PIC s9(8)v99 VALUE 0. *> date - the
          *> schedule-completeness footing
       77 nWorkLiab      PIC s9(8)v99 VALUE 0.
       77 nRecTaxWage    PIC s9(5)v99 VALUE 0. *> this record's wages
       77 nRecFicaWage   PIC s9(5)v99 VALUE 0. *> after pre-tax
       77 nQtrFicaWages  PIC s9(8)v99 VALUE 0.
       77 neAmtA         PIC $$,$$$,$$9.99-.
       77 neAmtB         PIC $$,$$$,$$9.99-.
           COPY "field-validate-ws.cbl".
          05 FILLER      PIC x(11)  VALUE ' LIABILITY '.
          05 neDepLiab   PIC $zzz,zz9.99-.

       01 xQtrFicaLine.
          05 FILLER      PIC x(19)  VALUE 'QUARTER FICA WAGES '.
          05 neQtrFicaWages PIC $z,zzz,zz9.99-.

       01 xQtrTotal.
          05 FILLER      PIC x(14)  VALUE 'QUARTER WAGES '.
          05 neQtrWages  PIC $z,zzz,zz9.99-.
              AND nRecMonth NOT < nQtrFirstMonth
              AND nRecMonth < nQtrFirstMonth + 3
              COMPUTE nMonthIdx = nRecMonth - nQtrFirstMonth + 1
      *> wages are taxable wages - gross less pre-tax deductions;
      *> history written before those were kept carries only gross,
      *> which was all taxable then
              IF nHistTaxWage NUMERIC
                 MOVE nHistTaxWage TO nRecTaxWage
              ELSE
                 MOVE nHistGross TO nRecTaxWage
              END-IF
              IF nHistFicaWage NUMERIC
                 MOVE nHistFicaWage TO nRecFicaWage
              ELSE
                 MOVE nHistGross TO nRecFicaWage
              END-IF
              ADD nRecFicaWage TO nQtrFicaWages
              ADD nRecTaxWage TO nMonWages(nMonthIdx)
              ADD nHistFed TO nMonFed(nMonthIdx)
              ADD nHistFica TO nMonFica(nMonthIdx)
              PERFORM 220-TALLY-BY-DATE
              MOVE 'y' TO xDateFound
           END-IF.
           IF xDateFound = 'y'
              ADD nRecTaxWage TO nDateWages(nDateSub)
              ADD nHistFed TO nDateFed(nDateSub)
              ADD nHistFica TO nDateFica(nDateSub)
           ELSE
           MOVE xQtrTotal TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xQtrTotal.
           MOVE nQtrFicaWages TO neQtrFicaWages.
           MOVE xQtrFicaLine TO xRptLine.
           WRITE xRptLine BEFORE ADVANCING 1 LINE.
           DISPLAY xQtrFicaLine.
      *> schedule-completeness footing: the date rows and the month
      *> totals are the same records regrouped, so the only way
      *> they diverge is a pay date dropped from the schedule
