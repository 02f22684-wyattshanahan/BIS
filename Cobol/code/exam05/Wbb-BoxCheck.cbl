       identification division.
       program-id. Wbb-BoxCheck.

      *> Box-score reconciliation between the game log and the
      *> schedule/results file, run after WBB-GAMEADD and before
      *> WBB-ROLLUP. For every game on the schedule the players'
      *> nGamePoints must add up to our score on the schedule
      *> record, the game must have stat lines at all, every
      *> uniform number on its lines must be on the roster, and no
      *> player may have two lines for it. Log lines dated on no
      *> scheduled game fail too. Each failing game date goes to the
      *> held-games file with the reason, and WBB-ROLLUP leaves the
      *> held games' lines out of the season totals; the file is
      *> rewritten every run, so once the log is corrected the next
      *> run releases the game.

       environment division.
       input-output section.
       file-control.
           select RosterFile assign to dynamic xRosterFileName
              organization is line sequential
              file status is xRosterStatus.
           select GameLog assign to "wbb-gamelog.txt"
              organization is line sequential
              file status is xLogStatus.
           select optional SchedFile assign to "wbb-schedule.txt"
              organization is line sequential
              file status is xSchedStatus.
           select HeldFile assign to "wbb-held-games.txt"
              organization is line sequential.
           select RptFile assign to "wbb-boxcheck.txt"
              organization is line sequential.

       data division.
       file section.
       fd  RosterFile.
       01  xRosterRec.
           05  xInUniNum        pic xx.
           05  xInLName         pic x(16).
           05  xInFName         pic x(13).
           05  xInTown          pic x(14).
           05  xInState         pic xx.
           05  xInClass         pic xx.
           05  nInPoints        pic 999.
           05  nInRebounds      pic 999.
           05  nInBlocks        pic 999.

       fd  GameLog.
       01  xGameRec.
           05  nGameDate        pic 9(8).
           05  xGameOpp         pic x(16).
           05  xGameUni         pic xx.
           05  nGamePoints      pic 999.
           05  nGameRebounds    pic 999.
           05  nGameBlocks      pic 999.

       fd  SchedFile.
       01  xSchedRec.
           05  nSchDate         pic 9(8).
           05  xSchOpp          pic x(16).
           05  xSchSite         pic x.
           05  nSchOurScore     pic 999.
           05  nSchTheirScore   pic 999.

       fd  HeldFile. *> one line per reason a game is held
       01  xHeldRec.
           05  nHeldDate        pic 9(8).
           05  xHeldReason      pic x(40).

       fd  RptFile.
       01  xRptLine             pic x(80).

       working-storage section.
       77  xRosterFileName    pic x(100).
       77  xRosterStatus      pic xx.
       77  xLogStatus         pic xx.
       77  xSchedStatus       pic xx.
       77  xEofFlag           pic x         value 'n'.
       77  nRosterCnt         pic 99        value 0.
       77  nRosterSub         pic 99        value 0.
       77  nSchedCnt          pic 99        value 0.
       77  nSchedSub          pic 99        value 0.
       77  nLogCnt            pic 999       value 0.
       77  nLogSub            pic 999       value 0.
       77  nDupSub            pic 999       value 0.
       77  nGameLines         pic 99        value 0.
       77  nGamePtsSum        pic 9(4)      value 0.
       77  xGameHeld          pic x         value 'n'.
       77  nHeldCnt           pic 99        value 0.
       77  nCleanCnt          pic 99        value 0.
       77  nOffSchedCnt       pic 99        value 0.
       77  neSumOut           pic zzz9.
       77  neScoreOut         pic zz9.
       77  nReasonCnt         pic 99        value 0.
       77  nReasonSub         pic 99        value 0.

       01  xReasonTable. *> a game's failures, gathered before its
          *> report line so the line can say HELD
           05  xReasonEl occurs 20 times pic x(40).

       01  xRosterTable.
           05  xRosterUni occurs 50 times pic xx.

       01  xSchedTable.
           05  xSchedElement occurs 60 times.
               10  nScDate      pic 9(8).
               10  xScOpp       pic x(16).
               10  nScOur       pic 999.

       01  xLogTable.
           05  xLogElement occurs 500 times.
               10  nLgDate      pic 9(8).
               10  xLgUni       pic xx.
               10  nLgPoints    pic 999.
               10  xLgSeen      pic x. *> date already reported

       01  xGameLine.
           05  neGlDate        pic 9999/99/99.
           05  filler          pic x(2)     value spaces.
           05  xGlOpp          pic x(16).
           05  filler          pic x(2)     value spaces.
           05  neGlLines       pic z9.
           05  filler          pic x(7)     value ' LINES '.
           05  neGlPoints      pic zzz9.
           05  filler          pic x(4)     value ' PTS'.
           05  filler          pic x(7)     value '  SCORE'.
           05  neGlScore       pic zzz9.
           05  filler          pic x(2)     value spaces.
           05  xGlStatus       pic x(4).

       01  xReasonLine.
           05  filler          pic x(12)    value spaces.
           05  xRlReason       pic x(40).

       procedure division.
       000-main.
           perform 100-initialise.
           perform 200-check-games varying nSchedSub from 1 by 1
              until nSchedSub > nSchedCnt.
           perform 250-check-off-schedule varying nLogSub from 1 by 1
              until nLogSub > nLogCnt.
           perform 300-termination.
           stop run.

       100-initialise.
           move "wbasketball24.txt" to xRosterFileName.
           accept xRosterFileName from environment "WBB_ROSTER_FILE"
              on exception
                 move "wbasketball24.txt" to xRosterFileName
           end-accept.
           open input RosterFile.
           if xRosterStatus not = "00"
              display "NO ROSTER ON FILE - NOTHING TO CHECK AGAINST."
              stop run
           end-if.
           perform 110-read-roster until xEofFlag = 'y'.
           close RosterFile.
           move 'n' to xEofFlag.
           open input SchedFile.
           if xSchedStatus = "00"
              perform 120-read-schedule until xEofFlag = 'y'
           end-if.
           close SchedFile.
           move 'n' to xEofFlag.
           open input GameLog.
           if xLogStatus not = "00"
              display "NO GAME LOG ON FILE - NOTHING TO CHECK."
              stop run
           end-if.
           perform 130-load-log until xEofFlag = 'y'.
           close GameLog.
           open output HeldFile.
           open output RptFile.
           move "BOX-SCORE RECONCILIATION - GAME LOG AGAINST SCHEDULE"
              to xRptLine.
           write xRptLine before advancing 1 line.
           move spaces to xRptLine.
           write xRptLine before advancing 1 line.

       110-read-roster.
           read RosterFile
             at end
               move 'y' to xEofFlag
             not at end
               if nRosterCnt < 50
                  add 1 to nRosterCnt,
                  move xInUniNum to xRosterUni(nRosterCnt)
               end-if
           end-read.

       120-read-schedule.
           read SchedFile
             at end
               move 'y' to xEofFlag
             not at end
               if nSchedCnt < 60
                  add 1 to nSchedCnt,
                  move nSchDate to nScDate(nSchedCnt),
                  move xSchOpp to xScOpp(nSchedCnt),
                  move nSchOurScore to nScOur(nSchedCnt)
               end-if
           end-read.

       130-load-log.
           read GameLog
             at end
               move 'y' to xEofFlag
             not at end
               if nLogCnt < 500
                  add 1 to nLogCnt,
                  move nGameDate to nLgDate(nLogCnt),
                  move xGameUni to xLgUni(nLogCnt),
                  move nGamePoints to nLgPoints(nLogCnt),
                  move 'n' to xLgSeen(nLogCnt)
               else
                  display "GAME LOG TABLE FULL - LINE NOT CHECKED"
               end-if
           end-read.

       200-check-games. *> one scheduled game - its lines summed
          *> against our score, each line's player checked
           move 'n' to xGameHeld.
           move 0 to nGameLines, nGamePtsSum.
           perform varying nLogSub from 1 by 1
              until nLogSub > nLogCnt
              if nLgDate(nLogSub) = nScDate(nSchedSub)
                 move 'y' to xLgSeen(nLogSub)
                 add 1 to nGameLines
                 add nLgPoints(nLogSub) to nGamePtsSum
              end-if
           end-perform.
           move 0 to nReasonCnt.
           if nGameLines = 0
              move "NO STAT LINES FOR THIS GAME" to xHeldReason
              perform 290-hold-game
           else
              if nGamePtsSum not = nScOur(nSchedSub)
                 move nGamePtsSum to neSumOut
                 move nScOur(nSchedSub) to neScoreOut
                 move spaces to xHeldReason
                 string "PLAYER POINTS" delimited by size
                    neSumOut delimited by size
                    " NOT = OUR SCORE" delimited by size
                    neScoreOut delimited by size
                    into xHeldReason
                    on overflow continue
                 end-string
                 perform 290-hold-game
              end-if
              perform 210-check-line varying nLogSub from 1 by 1
                 until nLogSub > nLogCnt
           end-if.
           move nScDate(nSchedSub) to neGlDate.
           move xScOpp(nSchedSub) to xGlOpp.
           move nGameLines to neGlLines.
           move nGamePtsSum to neGlPoints.
           move nScOur(nSchedSub) to neGlScore.
           if xGameHeld = 'y'
              add 1 to nHeldCnt
              move "HELD" to xGlStatus
           else
              add 1 to nCleanCnt
              move "OK" to xGlStatus
           end-if.
           move xGameLine to xRptLine.
           write xRptLine before advancing 1 line.
           perform 295-write-reason varying nReasonSub from 1 by 1
              until nReasonSub > nReasonCnt.

       210-check-line.
           if nLgDate(nLogSub) not = nScDate(nSchedSub)
              exit paragraph
           end-if.
           perform varying nRosterSub from 1 by 1
              until nRosterSub > nRosterCnt
              if xRosterUni(nRosterSub) = xLgUni(nLogSub)
                 exit perform
              end-if
           end-perform.
           if nRosterSub > nRosterCnt
              move spaces to xHeldReason
              string "UNIFORM " delimited by size
                 xLgUni(nLogSub) delimited by size
                 " IS NOT ON THE ROSTER" delimited by size
                 into xHeldReason
                 on overflow continue
              end-string
              perform 290-hold-game
           end-if.
           perform varying nDupSub from 1 by 1
              until nDupSub not < nLogSub
              if nLgDate(nDupSub) = nLgDate(nLogSub)
                 and xLgUni(nDupSub) = xLgUni(nLogSub)
                 exit perform
              end-if
           end-perform.
           if nDupSub < nLogSub
              move spaces to xHeldReason
              string "UNIFORM " delimited by size
                 xLgUni(nLogSub) delimited by size
                 " HAS TWO LINES FOR THIS GAME" delimited by size
                 into xHeldReason
                 on overflow continue
              end-string
              perform 290-hold-game
           end-if.

       250-check-off-schedule. *> a date no scheduled game claimed,
          *> reported and held once however many lines carry it
           if xLgSeen(nLogSub) = 'y'
              exit paragraph
           end-if.
           perform varying nDupSub from nLogSub by 1
              until nDupSub > nLogCnt
              if nLgDate(nDupSub) = nLgDate(nLogSub)
                 move 'y' to xLgSeen(nDupSub)
              end-if
           end-perform.
           add 1 to nOffSchedCnt.
           move nLgDate(nLogSub) to neGlDate.
           move "NOT SCHEDULED" to xGlOpp.
           move 0 to neGlLines, neGlPoints, neGlScore.
           move "HELD" to xGlStatus.
           move xGameLine to xRptLine.
           write xRptLine before advancing 1 line.
           move nLgDate(nLogSub) to nHeldDate.
           move "LOG LINES DATED ON NO SCHEDULED GAME" to xHeldReason.
           move xHeldReason to xRlReason.
           move xReasonLine to xRptLine.
           write xRptLine before advancing 1 line.
           write xHeldRec.

       290-hold-game.
           move 'y' to xGameHeld.
           if nReasonCnt < 20
              add 1 to nReasonCnt
              move xHeldReason to xReasonEl(nReasonCnt)
           end-if.

       295-write-reason. *> under the game's report line and onto
          *> the held-games file
           move nScDate(nSchedSub) to nHeldDate.
           move xReasonEl(nReasonSub) to xHeldReason.
           write xHeldRec.
           move xHeldReason to xRlReason.
           move xReasonLine to xRptLine.
           write xRptLine before advancing 1 line.

       300-termination.
           move spaces to xRptLine.
           write xRptLine before advancing 1 line.
           move spaces to xRptLine.
           string nSchedCnt delimited by size
              " GAME(S) CHECKED - " delimited by size
              nCleanCnt delimited by size
              " CLEAN, " delimited by size
              nHeldCnt delimited by size
              " HELD, " delimited by size
              nOffSchedCnt delimited by size
              " UNSCHEDULED DATE(S) HELD" delimited by size
              into xRptLine
              on overflow continue
           end-string.
           write xRptLine before advancing 1 line.
           display function trim(xRptLine).
           close HeldFile.
           close RptFile.
           if nHeldCnt > 0 or nOffSchedCnt > 0
              display "HELD GAMES LISTED IN wbb-held-games.txt - "
                 "WBB-ROLLUP WILL LEAVE THEM OUT OF THE SEASON TOTALS"
           end-if.
