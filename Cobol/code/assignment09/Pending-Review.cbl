      *> installs with the old file kept as .bak - (R)ejects with a
      *> reason that goes back to the submitter on their next
      *> visit, or (S)kips to decide later. Every ruling journals.
      *> Fruit reorder settings FRUIT-FORECAST proposes queue here
      *> too: approving one moves only the reorder point and
      *> quantity onto the fruit's record, under the inventory lock,
      *> and only if nobody has changed them since the proposal.

       environment division.
       input-output section.
             file status is xTargetStatus.
           select BackupFile assign to dynamic xBackupFileName
             organization is line sequential.
           select FruitFile assign to dynamic xFruitFileName
             organization is line sequential
             file status is xFruitStatus.

       data division.
       file section.
       fd  BackupFile.
       01  xBackupLine     pic x(512).

       fd  FruitFile.
       01  xFruitRecord    pic x(29).

       working-storage section.
       77  xPendStatusWk    pic xx.
       77  xAlbumStatus     pic xx.
       77  xJrnAction       pic x(10).
       77  xJrnBefore       pic x(100).
       77  xJrnAfter        pic x(100).
       77  xFruitFileName   pic x(100).
       77  xFruitStatus     pic xx.
       77  nFruitCnt        pic 999       value 0.
       77  nFruitSub        pic 999       value 0.
       77  xLockMode        pic x.
       77  xLockResult      pic x.

       01  xFruitTable.
           05  xFruitElement occurs 200 times.
               10 xFruitEl       pic x(29).

       01  xPendTable.
           05  xPendElement occurs 50 times.
                 ' ON ' function trim(xPtTarget(nPendSub))
              display 'SUBMITTED ' xPtStamp(nPendSub) ' BY '
                 function trim(xPtSubmit(nPendSub))
              if xPtKind(nPendSub) = 'A' or xPtKind(nPendSub) = 'F'
                 display 'BEFORE: '
                    function trim(xPtBefore(nPendSub))
                 display 'AFTER:  '
           end-if.

       300-approve.
           evaluate xPtKind(nPendSub)
              when 'A'
                 perform 310-apply-album-change
              when 'F'
                 perform 370-apply-fruit-change
              when other
                 perform 330-install-upload
           end-evaluate.
           if xPtStatus(nPendSub) = 'D'
              add 1 to nApprovedCnt
              move xPtKey(nPendSub) to xJrnKey
               write xTargetLine
           end-read.

       370-apply-fruit-change. *> only the reorder point and quantity
          *> (positions 21-26) move - stock and price on the live
          *> record have moved on since the proposal and stay as they
          *> are
           move xPtTarget(nPendSub) to xFruitFileName.
           move 'X' to xLockMode.
           call "acquireFileLock" using xFruitFileName xLockMode
              xLockResult.
           if xLockResult not = 'Y'
              display 'INVENTORY IS LOCKED BY ANOTHER PROGRAM - '
                 'LEFT PENDING, TRY AGAIN SHORTLY.'
           else
              move 0 to nFruitCnt
              move 'n' to xEofFlag
              open input FruitFile
              if xFruitStatus = "00"
                 perform 380-read-fruit until xEofFlag = 'y'
              end-if
              close FruitFile
              move xPtBefore(nPendSub) to xBeforeWk
              move xPtAfter(nPendSub) to xAfterWk
              perform varying nFruitSub from 1 by 1
                 until nFruitSub > nFruitCnt
                 or xFruitEl(nFruitSub)(1:14) = xBeforeWk(1:14)
                 continue
              end-perform
              evaluate true
                 when nFruitSub > nFruitCnt
                    display 'FRUIT IS NO LONGER ON THE FILE - NOT '
                       'APPLIED, REJECT IT INSTEAD.'
                 when xFruitEl(nFruitSub)(21:6) not =
                    xBeforeWk(21:6)
                    display 'REORDER SETTINGS CHANGED SINCE THE '
                       'PROPOSAL - NOT APPLIED, REJECT IT INSTEAD.'
                 when other
                    move xAfterWk(21:6) to xFruitEl(nFruitSub)(21:6)
                    open output FruitFile
                    perform varying nFruitSub from 1 by 1
                       until nFruitSub > nFruitCnt
                       move xFruitEl(nFruitSub) to xFruitRecord
                       write xFruitRecord
                    end-perform
                    close FruitFile
                    move 'D' to xPtStatus(nPendSub)
              end-evaluate
              call "releaseFileLock" using xFruitFileName xLockMode
                 xLockResult
           end-if.

       380-read-fruit.
           read FruitFile
             at end
               move 'y' to xEofFlag
             not at end
               if nFruitCnt < 200
                  add 1 to nFruitCnt,
                  move xFruitRecord to xFruitEl(nFruitCnt)
               end-if
           end-read.

       400-reject.
           display 'REASON? ' with no advancing.
           accept xReasonIn.
