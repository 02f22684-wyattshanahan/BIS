      *> PAYROLL-EDIT run pulls it through the edits again - no more
      *> hand-editing the file and ruining a record with one slipped
      *> column.
      *> ?cycle=O works the off-cycle run's own suspense file
      *> (Payroll-offcycle-suspense.txt, or PAYROLL_OFFCYCLE_SUSPENSE)
      *> instead of the regular one - the same pair PAYROLL-EDIT uses.

       environment division.
           copy "postData-environmentdivision.cbl".
       input-output section.
       file-control.
           select SuspFile assign to dynamic xSuspFileName
             organization is line sequential
             file status is xSuspStatus.
           copy "postData-filecontrol.cbl".
           05 xSuspType      pic x.
           05 xSuspSign      pic x.
           05 xSuspJob       pic x(4).
           05 xSuspSepDate   pic x(8).
           05 xSuspSepReason pic x(2).
           05 xSuspSuppAmt   pic x(7).
           05 xSuspSuppKind  pic x.

       working-storage section.

       77  xNewLine           pic x         value x"0a".
       77  xSuspStatus        pic xx.
       77  xSuspFileName      pic x(100)    value spaces.
       77  xCycle             pic x         value space.
       77  xEofFlag           pic x         value 'n'.
       77  nSuspCnt           pic 999       value 0.
       77  nSuspSub           pic 999       value 0.
       77  nRowNum            pic 999       value 0.
       77  xEmpRaw            pic x(4)      value spaces.
       77  xHrsRaw            pic x(3) justified right.
       77  xSepDateRaw        pic x(8)      value spaces.
       77  xSepRsnRaw         pic x(2)      value spaces.
       77  xSupAmtRaw         pic x(7) justified right.
       77  xSupKindRaw        pic x         value space.
       77  xRepairDone        pic x         value 'n'.
       77  xSuspOverflow      pic x         value 'n'. *> rewriting
          *> the file from a partial table would delete records,
       77  xReasonText        pic x(40).
       77  xRoleRequired      pic x(10)     value "PAYROLL".
       77  xAuthResult        pic x         value 'N'.
       77  xTokenResult       pic x         value 'N'.

       01  xSuspTable.
           05  xSuspElement occurs 200 times.
               10  xSuspTypeTbl   pic x.
               10  xSuspSignTbl   pic x.
               10  xSuspJobTbl    pic x(4).
               10  xSuspSepDateTbl pic x(8).
               10  xSuspSepRsnTbl pic x(2).
               10  xSuspSupAmtTbl pic x(7).
               10  xSuspSupKndTbl pic x.

           copy "postData-workingstorage.cbl".
       procedure division.
              stop run
           end-if.
           call "logWebUser".
      *> a POST must carry the form token this session was issued -
      *> a forged repair from another site is turned away before
      *> the suspense file is opened
           call "checkFormToken" using xTokenResult.
           if xTokenResult not = 'Y'
              display "<p>This repair did not come from the suspense "
                 "repair form - nothing was changed. <a href=''>"
                 "Reload the list</a> and try again.</p>"
              display "</body>"
              display "</html>"
              stop run
           end-if.
           move function getPostValue("cycle") to xCycle.
           move function upper-case(xCycle) to xCycle.
           if xCycle = 'O'
              move "Payroll-offcycle-suspense.txt" to xSuspFileName
              accept xSuspFileName from environment
                 "PAYROLL_OFFCYCLE_SUSPENSE"
                 on exception
                    move "Payroll-offcycle-suspense.txt"
                       to xSuspFileName
              end-accept
              display "<p>Off-cycle suspense - <a href='?'>"
                 "regular run</a></p>"
           else
              move space to xCycle
              move "Payroll-edit-suspense.txt" to xSuspFileName
              display "<p>Regular run suspense - <a href='?cycle=O'>"
                 "off-cycle run</a></p>"
           end-if.
           perform 110-load-suspense.
           move function getPostValue("row") to xRowRaw.
           if xRowRaw not = spaces and xRowRaw numeric
                  move xSuspType   to xSuspTypeTbl(nSuspCnt)
                  move xSuspSign   to xSuspSignTbl(nSuspCnt)
                  move xSuspJob    to xSuspJobTbl(nSuspCnt)
                  move xSuspSepDate to xSuspSepDateTbl(nSuspCnt)
                  move xSuspSepReason to xSuspSepRsnTbl(nSuspCnt)
                  move xSuspSuppAmt to xSuspSupAmtTbl(nSuspCnt)
                  move xSuspSuppKind to xSuspSupKndTbl(nSuspCnt)
               else
                  move 'y' to xSuspOverflow
               end-if
                 else
                    move xEmpRaw to xSuspEmplTbl(nRowNum)
                    move xHrsRaw to xSuspHrsTbl(nRowNum)
      *> a termination also carries its separation date and reason -
      *> the edit re-proves both when the row comes back through
                    if xSuspTypeTbl(nRowNum) = 'T'
                       move function getPostValue("sepdt")
                          to xSepDateRaw
                       move function getPostValue("seprsn")
                          to xSepRsnRaw
                       move function upper-case(xSepRsnRaw)
                          to xSepRsnRaw
                       move xSepDateRaw to xSuspSepDateTbl(nRowNum)
                       move xSepRsnRaw to xSuspSepRsnTbl(nRowNum)
                    end-if
      *> a supplemental carries its amount (cents, no point) and
      *> kind the same way
                    if xSuspTypeTbl(nRowNum) = 'B'
                       move function getPostValue("supamt")
                          to xSupAmtRaw
                       inspect xSupAmtRaw replacing leading space
                          by '0'
                       move function getPostValue("supknd")
                          to xSupKindRaw
                       move function upper-case(xSupKindRaw)
                          to xSupKindRaw
                       move xSupAmtRaw to xSuspSupAmtTbl(nRowNum)
                       move xSupKindRaw to xSuspSupKndTbl(nRowNum)
                    end-if
                    move 'R' to xSuspFlagTbl(nRowNum)
                    perform 210-save-suspense
                    move 'y' to xRepairDone
              move xSuspTypeTbl(nSuspSub)   to xSuspType
              move xSuspSignTbl(nSuspSub)   to xSuspSign
              move xSuspJobTbl(nSuspSub)    to xSuspJob
              move xSuspSepDateTbl(nSuspSub) to xSuspSepDate
              move xSuspSepRsnTbl(nSuspSub) to xSuspSepReason
              move xSuspSupAmtTbl(nSuspSub) to xSuspSuppAmt
              move xSuspSupKndTbl(nSuspSub) to xSuspSuppKind
              write xSuspRecord
           end-perform.
           close SuspFile.
              display "<table>"
              display "<tr><th>Row</th><th>Flag</th>"
                 "<th>Reason</th><th>Employee</th><th>Hours</th>"
                 "<th>Type</th><th>Separation / Amount</th>"
                 "<th>Repair</th></tr>"
              perform 260-show-row varying nSuspSub from 1 by 1
                 until nSuspSub > nSuspCnt
              display "</table>"
           display "<tr><td>" nSuspSub "</td><td>"
              xSuspFlagTbl(nSuspSub) "</td><td>"
              function trim(xReasonText) "</td>".
           display "<td><form method='post' action=''>".
           call "showFormToken".
           display "<input type='hidden' name='cycle' value='"
              xCycle "'>".
           display "<input type='hidden' name='row' value='"
              nSuspSub "'>"
              "<input name='emp' size='4' value='"
              xSuspEmplTbl(nSuspSub) "'></td>".
           display "<td><input name='hrs' size='3' value='"
              xSuspHrsTbl(nSuspSub) "'></td>".
           display "<td>" xSuspTypeTbl(nSuspSub) "</td>".
           if xSuspTypeTbl(nSuspSub) = 'T'
              display "<td><input name='sepdt' size='8' value='"
                 xSuspSepDateTbl(nSuspSub) "'>"
                 "<input name='seprsn' size='2' value='"
                 xSuspSepRsnTbl(nSuspSub) "'></td>"
           else
              if xSuspTypeTbl(nSuspSub) = 'B'
                 display "<td><input name='supamt' size='7' value='"
                    xSuspSupAmtTbl(nSuspSub) "'>"
                    "<input name='supknd' size='1' value='"
                    xSuspSupKndTbl(nSuspSub) "'></td>"
              else
                 display "<td></td>"
              end-if
           end-if.
           display "<td><input type='submit' value='Repair'>"
              "</form></td></tr>".

                    to xReasonText
              when 'JB'
                 move 'Job code not numeric' to xReasonText
              when 'SD'
                 move 'Separation date missing, bad or future'
                    to xReasonText
              when 'SR'
                 move 'Separation reason not VQ/IT/LO/RT/DE'
                    to xReasonText
              when 'SA'
                 move 'Supplemental amount missing or zero'
                    to xReasonText
              when 'SK'
                 move 'Supplemental kind not B/C/M' to xReasonText
              when other
                 move 'Unknown reason code' to xReasonText
           end-evaluate.
