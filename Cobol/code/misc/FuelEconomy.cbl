           05  xFileVehId          pic x(6). *> fleet vehicle id
           05  nFileFillDate       pic 9(8).
           05  nFilePPG            pic 9v999. *> price per gallon
           05  xFileState          pic x(2). *> jurisdiction the
              *> fuel was bought in - the IFTA purchase state

       fd  FuelOutput.
       01  xFuelOutputRec          pic x(60).
           05  nHistGal            pic 999v9.
           05  nHistMPG            pic 999v99.
           05  nHistPPG            pic 9v999. *> price per gallon
           05  xHistState          pic x(2). *> purchase jurisdiction

       working-storage section.
       77 xRunMode           pic x         value "I".
                 move nFileUSGal to nHistGal
                 move nWorkMPG to nHistMPG
                 move nWorkPPG to nHistPPG
                 move xFileState to xHistState
                 write xHistRec
              end-if
              perform 900-log-result
