          05 xMstLName       PIC x(20).
          05 xMstFName       PIC x(20).
          05 nMstPayRate     PIC 999v99.
          05 xMstFiller      PIC x(100). *> the rest of the 150-byte
             *> master record - only the key and rate matter here

       FD MASTERCTL.
