          05 nTxtVacBal     PIC 9(3)v99.
          05 nTxtSickBal    PIC 9(3)v99.
          05 xTxtPayGroup   PIC x.
          05 nTxtSepDate    PIC 9(8).
          05 xTxtSepReason  PIC xx.
          05 nTxtYtdTaxWage PIC 9(7)v99.
          05 nTxtYtdFicaWage PIC 9(7)v99.
          05 nTxtYtdDefer    PIC 9(6)v99.
          05 nTxtYtdMatch    PIC 9(6)v99.

       FD IDXFILE.
       01 xIdxRecord.
          05 nIdxVacBal     PIC 9(3)v99.
          05 nIdxSickBal    PIC 9(3)v99.
          05 xIdxPayGroup   PIC x.
          05 nIdxSepDate    PIC 9(8).
          05 xIdxSepReason  PIC xx.
          05 nIdxYtdTaxWage PIC 9(7)v99.
          05 nIdxYtdFicaWage PIC 9(7)v99.
          05 nIdxYtdDefer    PIC 9(6)v99.
          05 nIdxYtdMatch    PIC 9(6)v99.

       FD MASTERCTL. *> companion control record for the indexed
          *> master - count and pay-rate hash PAYROLL-01 verifies
                MOVE 'y' TO xEOF,
              NOT AT END
                MOVE xTextRecord TO xIdxRecord
      *> a text master cut before separation dates were kept reads
      *> blank there - load it as still employed
                IF nIdxSepDate NOT NUMERIC
                   MOVE 0 TO nIdxSepDate
                END-IF
      *> nor taxable/FICA wages - all of gross was both back then
                IF nIdxYtdTaxWage NOT NUMERIC
                   MOVE nIdxYtdGross TO nIdxYtdTaxWage
                END-IF
                IF nIdxYtdFicaWage NOT NUMERIC
                   MOVE nIdxYtdGross TO nIdxYtdFicaWage
                END-IF
                IF nIdxYtdDefer NOT NUMERIC
                   MOVE 0 TO nIdxYtdDefer
                END-IF
                IF nIdxYtdMatch NOT NUMERIC
                   MOVE 0 TO nIdxYtdMatch
                END-IF
                WRITE xIdxRecord
                   INVALID KEY
                      DISPLAY 'DUPLICATE OR OUT-OF-ORDER KEY '
