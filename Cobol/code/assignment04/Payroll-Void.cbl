          05 nIssEmpIn      PIC 9999.
          05 xIssNameIn     PIC x(40).
          05 nIssAmtIn      PIC 9(5)v99.
          05 xIssStatusIn   PIC x. *> I issued, C cleared, V void,
             *> E escheat holding

       FD VOIDSFILE. *> void records in the positive-pay detail
          *> format, transmitted with the next issue file
                    DISPLAY 'CHECK ' nVoidNumIn ' HAS ALREADY '
                       'CLEARED THE BANK - THAT IS A DISPUTE, '
                       'NOT A VOID.'
                 WHEN xIssStatTbl(nFoundSub) = 'E'
                    DISPLAY 'CHECK ' nVoidNumIn ' IS HELD FOR '
                       'ESCHEAT - IT HAS BEEN REPORTED TO THE STATE.'
                 WHEN OTHER
                    PERFORM 220-CONFIRM-VOID
              END-EVALUATE
