          05 nFhGal       PIC 999v9.
          05 nFhMPG       PIC 999v99.
          05 nFhPPG       PIC 9v999.
          05 xFhState     PIC XX.

       PROCEDURE DIVISION.
       000-MAIN.
