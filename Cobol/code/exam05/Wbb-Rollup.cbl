      *> append to the career history file - the PayHistory
      *> pattern: appended, never overwritten - so a player's
      *> history stops evaporating every fall.
      *> Games WBB-BOXCHECK has held (points not adding up to our
      *> score, a player off the roster, a doubled line, a date on
      *> no scheduled game) are listed on wbb-held-games.txt; their
      *> log lines are left out of the totals, the reconciliation
      *> and the pages until the log is corrected and rechecked.

       environment division.
       input-output section.
           select optional CareerFile assign to "wbb-career.txt"
              organization is line sequential
              file status is xCareerStatus.
           select optional HeldFile assign to "wbb-held-games.txt"
              organization is line sequential
              file status is xHeldStatus.

       data division.
       file section.
           05  nSchOurScore     pic 999.
           05  nSchTheirScore   pic 999.

       fd  HeldFile. *> WBB-BOXCHECK's failures, one per reason
       01  xHeldRec.
           05  nHeldDate        pic 9(8).
           05  xHeldReason      pic x(40).

       working-storage section.
       77  xRosterFileName    pic x(100).
       77  xSeasonFileName    pic x(100).
       77  nSchedSub          pic 99        value 0.
       77  nUnschedCnt        pic 999       value 0.

       77  xHeldStatus        pic xx.
       77  xHeldEof           pic x         value 'n'.
       77  nHeldCnt           pic 99        value 0.
       77  nHeldSub           pic 99        value 0.
       77  nHeldLineCnt       pic 999       value 0.

       01  xHeldDateTable.
           05  nHeldDateTbl occurs 60 times pic 9(8).

       01  xSchedDateTable.
           05  nSchedDateTbl occurs 60 times pic 9(8).

              stop run
           end-if.
           perform 130-load-schedule.
           perform 145-load-held.

       130-load-schedule. *> the game dates the log must match
           move 'n' to xSchedEof.
               end-if
           end-read.

       145-load-held. *> a date is held once however many
          *> reasons are listed against it
           open input HeldFile.
           if xHeldStatus = "00"
              perform 146-read-held until xHeldEof = 'y'
           end-if.
           close HeldFile.

       146-read-held.
           read HeldFile
             at end
               move 'y' to xHeldEof
             not at end
               perform varying nHeldSub from 1 by 1
                  until nHeldSub > nHeldCnt
                  if nHeldDateTbl(nHeldSub) = nHeldDate
                     exit perform
                  end-if
               end-perform
               if nHeldSub > nHeldCnt and nHeldCnt < 60
                  add 1 to nHeldCnt
                  move nHeldDate to nHeldDateTbl(nHeldCnt)
                  display "GAME OF " nHeldDate " HELD - "
                     xHeldReason
               end-if
           end-read.

       110-read-roster.
           read RosterFile
             at end
             at end
               move 'y' to xEofFlag
             not at end
               perform 155-check-held
               if nHeldSub not > nHeldCnt
                  add 1 to nHeldLineCnt
               else
                  if nLogCnt < 500
                     add 1 to nLogCnt,
                     move nGameDate to nLgDate(nLogCnt),
                     move xGameOpp to xLgOpp(nLogCnt),
                     move xGameUni to xLgUni(nLogCnt),
                     move nGamePoints to nLgPoints(nLogCnt),
                     move nGameRebounds to nLgRebounds(nLogCnt),
                     move nGameBlocks to nLgBlocks(nLogCnt),
                     add nGamePoints to nLogPoints,
                     add nGameRebounds to nLogRebounds,
                     add nGameBlocks to nLogBlocks,
                     perform 160-check-scheduled
                  else
                     display "GAME LOG TABLE FULL - LINE DROPPED"
                  end-if
               end-if
           end-read.

       155-check-held. *> nHeldSub stays within nHeldCnt for a line
          *> whose game is held
           perform varying nHeldSub from 1 by 1
              until nHeldSub > nHeldCnt
              if nHeldDateTbl(nHeldSub) = nGameDate
                 exit perform
              end-if
           end-perform.

       160-check-scheduled. *> a stat line dated off the schedule
          *> is a keying error - it blocks the rollup like an
          *> orphan uniform number does

       200-roll-up.
           close GameLog.
           if nHeldLineCnt > 0
              display nHeldLineCnt " LOG LINE(S) FROM " nHeldCnt
                 " HELD GAME(S) LEFT OUT OF THE SEASON TOTALS"
           end-if.
           perform varying nLogSub from 1 by 1
              until nLogSub > nLogCnt
              perform 210-apply-line
