       identification division.
       program-id. Wbb-Splits.

      *> Home/away, win/loss and opponent splits for the season. The
      *> game log carries each player's line per game and the
      *> schedule/results file carries the site and final score for
      *> the same game date, so every log line is joined to its game
      *> by date and counted into whichever splits that game falls
      *> in. Per-game points, rebounds and blocks print for the team
      *> (log lines summed over the games in the split) and for each
      *> roster player (over the games the player has a line in).
      *> An opponent met twice gets a head-to-head section: the team
      *> line for the first meeting and the rematch, then each
      *> player's line in both games and the change in points.
      *> The same figures go to wbb-splits.html, the page the exam5
      *> roster table links to.

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
           select RptFile assign to "wbb-splits.txt"
              organization is line sequential.
           select PageFile assign to "wbb-splits.html"
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

       fd  RptFile.
       01  xRptLine             pic x(80).

       fd  PageFile.
       01  xPageLine            pic x(200).

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
       77  nOppCnt            pic 99        value 0.
       77  nOppSub            pic 99        value 0.
       77  nLogCnt            pic 999       value 0.
       77  nLogSub            pic 999       value 0.
       77  nUnmatchedCnt      pic 999       value 0.
       77  nH2hCnt            pic 99        value 0.
       77  nRptPlayer         pic 99        value 0. *> 0 = team
       77  xSplitKind         pic x         value space.
           *> H home, A away, W wins, L losses, O one opponent
       77  nCurOpp            pic 99        value 0.
       77  nChkGame           pic 99        value 0.
       77  xInSplit           pic x         value 'n'.
       77  xSplitLabel        pic x(22)     value spaces.
       77  nSplitGames        pic 99        value 0.
       77  nAccPoints         pic 9(5)      value 0.
       77  nAccRebounds       pic 9(5)      value 0.
       77  nAccBlocks         pic 9(5)      value 0.
       77  nMeetGame          pic 99        value 0.
       77  xMeetPlayed        pic x         value 'n'.
       77  nMeetPoints        pic 9(4)      value 0.
       77  nMeetRebounds      pic 9(4)      value 0.
       77  nMeetBlocks        pic 9(4)      value 0.
       77  nFirstPoints       pic 9(4)      value 0.
       77  xFirstPlayed       pic x         value 'n'.
       77  nPtsChange         pic s9(4)     value 0.

       01  xPlayerTable.
           05  xPlayerElement occurs 50 times.
               10  xPlUni       pic xx.
               10  xPlName      pic x(31).

       01  xSchedTable. *> the season's games in file (date) order
           05  xSchedElement occurs 60 times.
               10  nScDate      pic 9(8).
               10  xScSite      pic x.
               10  nScOur       pic 999.
               10  nScTheir     pic 999.
               10  nScOppSub    pic 99.

       01  xOppTable. *> each opponent once, with its first two
          *> meetings for the head-to-head
           05  xOppElement occurs 40 times.
               10  xOpName      pic x(16).
               10  nOpMeetings  pic 99.
               10  nOpFirst     pic 99.
               10  nOpSecond    pic 99.

       01  xLogTable. *> log lines joined to their scheduled game
           05  xLogElement occurs 500 times.
               10  nLgGame      pic 99.
               10  xLgUni       pic xx.
               10  nLgPoints    pic 999.
               10  nLgRebounds  pic 999.
               10  nLgBlocks    pic 999.

       01  xBlockHead.
           05  xBhTitle        pic x(40).

       01  xSplitHead.
           05  filler          pic x(22)    value 'SPLIT'.
           05  filler          pic x(4)     value '  GP'.
           05  filler          pic x(8)     value '   PTS/G'.
           05  filler          pic x(8)     value '   REB/G'.
           05  filler          pic x(8)     value '   BLK/G'.

       01  xSplitLine.
           05  xSlLabel        pic x(22).
           05  filler          pic x(2)     value spaces.
           05  neSlGames       pic z9.
           05  filler          pic x(3)     value spaces.
           05  neSlPoints      pic zz9.9.
           05  filler          pic x(3)     value spaces.
           05  neSlRebounds    pic zz9.9.
           05  filler          pic x(3)     value spaces.
           05  neSlBlocks      pic zz9.9.

       01  xMeetLine.
           05  xMtLabel        pic x(15).
           05  neMtDate        pic 9999/99/99.
           05  filler          pic x(2)     value spaces.
           05  xMtSite         pic x(4).
           05  filler          pic x(2)     value spaces.
           05  xMtResult       pic x.
           05  filler          pic x(4)     value '  US'.
           05  neMtOur         pic zzz9.
           05  filler          pic x(6)     value '  THEM'.
           05  neMtTheir       pic zzz9.
           05  filler          pic x(5)     value ' PTS '.
           05  neMtPoints      pic zz9.
           05  filler          pic x(5)     value ' REB '.
           05  neMtRebounds    pic zz9.
           05  filler          pic x(5)     value ' BLK '.
           05  neMtBlocks      pic zz9.

       01  xH2hHead.
           05  filler          pic x(31)    value spaces.
           05  filler          pic x(12)    value '  FIRST GAME'.
           05  filler          pic x(4)     value spaces.
           05  filler          pic x(12)    value '     REMATCH'.
           05  filler          pic x(9)     value '      PTS'.

       01  xH2hHead2.
           05  filler          pic x(31)    value 'PLAYER'.
           05  filler          pic x(12)    value ' PTS REB BLK'.
           05  filler          pic x(4)     value spaces.
           05  filler          pic x(12)    value ' PTS REB BLK'.
           05  filler          pic x(9)     value '      +/-'.

       01  xH2hLine.
           05  xHhName         pic x(31).
           05  xHhFirst.
               10  neHhFirstPts    pic zzz9.
               10  neHhFirstReb    pic zzz9.
               10  neHhFirstBlk    pic zzz9.
           05  filler          pic x(4)     value spaces.
           05  xHhSecond.
               10  neHhSecondPts   pic zzz9.
               10  neHhSecondReb   pic zzz9.
               10  neHhSecondBlk   pic zzz9.
           05  filler          pic x(5)     value spaces.
           05  xHhChange.
               10  neHhChange      pic +++9.

       procedure division.
       000-main.
           perform 100-initialise.
           perform 200-report.
           perform 900-close.
           stop run.

       100-initialise.
           move "wbasketball24.txt" to xRosterFileName.
           accept xRosterFileName from environment "WBB_ROSTER_FILE"
              on exception
                 move "wbasketball24.txt" to xRosterFileName
           end-accept.
           open input RosterFile.
           if xRosterStatus not = "00"
              display "NO ROSTER ON FILE - NO SPLITS TO REPORT."
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
           if nSchedCnt = 0
              display "NO GAMES ON wbb-schedule.txt - NO SPLITS TO "
                 "REPORT."
              stop run
           end-if.
           move 'n' to xEofFlag.
           open input GameLog.
           if xLogStatus not = "00"
              display "NO GAME LOG ON FILE - NO SPLITS TO REPORT."
              stop run
           end-if.
           perform 130-load-log until xEofFlag = 'y'.
           close GameLog.
           if nUnmatchedCnt > 0
              display nUnmatchedCnt " LOG LINE(S) DATED OFF THE "
                 "SCHEDULE - LEFT OUT OF THE SPLITS"
           end-if.

       110-read-roster.
           read RosterFile
             at end
               move 'y' to xEofFlag
             not at end
               if nRosterCnt < 50
                  add 1 to nRosterCnt,
                  move xInUniNum to xPlUni(nRosterCnt),
                  move spaces to xPlName(nRosterCnt),
                  string function trim(xInFName) delimited by size
                     " " delimited by size
                     xInLName delimited by size
                     into xPlName(nRosterCnt)
                     on overflow continue
                  end-string
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
                  move xSchSite to xScSite(nSchedCnt),
                  move nSchOurScore to nScOur(nSchedCnt),
                  move nSchTheirScore to nScTheir(nSchedCnt),
                  perform 125-find-opponent
               end-if
           end-read.

       125-find-opponent. *> first meeting opens the opponent's
          *> entry, the second is remembered for the head-to-head
           perform varying nOppSub from 1 by 1
              until nOppSub > nOppCnt
              if xOpName(nOppSub) = xSchOpp
                 exit perform
              end-if
           end-perform.
           if nOppSub > nOppCnt
              if nOppCnt < 40
                 add 1 to nOppCnt
                 move nOppCnt to nOppSub
                 move xSchOpp to xOpName(nOppSub)
                 move 0 to nOpMeetings(nOppSub)
                 move 0 to nOpFirst(nOppSub)
                 move 0 to nOpSecond(nOppSub)
              else
                 display "OPPONENT TABLE FULL - " xSchOpp
                    " NOT SPLIT OUT"
                 move 0 to nScOppSub(nSchedCnt)
                 exit paragraph
              end-if
           end-if.
           move nOppSub to nScOppSub(nSchedCnt).
           add 1 to nOpMeetings(nOppSub).
           if nOpMeetings(nOppSub) = 1
              move nSchedCnt to nOpFirst(nOppSub)
           end-if.
           if nOpMeetings(nOppSub) = 2
              move nSchedCnt to nOpSecond(nOppSub)
              add 1 to nH2hCnt
           end-if.

       130-load-log.
           read GameLog
             at end
               move 'y' to xEofFlag
             not at end
               perform 135-find-game
           end-read.

       135-find-game. *> the log line's date names its game
           perform varying nSchedSub from 1 by 1
              until nSchedSub > nSchedCnt
              if nScDate(nSchedSub) = nGameDate
                 exit perform
              end-if
           end-perform.
           if nSchedSub > nSchedCnt
              add 1 to nUnmatchedCnt
           else
              if nLogCnt < 500
                 add 1 to nLogCnt
                 move nSchedSub to nLgGame(nLogCnt)
                 move xGameUni to xLgUni(nLogCnt)
                 move nGamePoints to nLgPoints(nLogCnt)
                 move nGameRebounds to nLgRebounds(nLogCnt)
                 move nGameBlocks to nLgBlocks(nLogCnt)
              else
                 display "GAME LOG TABLE FULL - LINE DROPPED"
              end-if
           end-if.

       200-report.
           open output RptFile.
           open output PageFile.
           move "HOME/AWAY AND OPPONENT SPLITS" to xRptLine.
           write xRptLine before advancing 1 line.
           move "<!doctype html>" to xPageLine.
           write xPageLine before advancing 1 line.
           move "<html><head><link rel=stylesheet type='text/css' h"
              & "ref='exam5.css'></head><body>" to xPageLine.
           write xPageLine before advancing 1 line.
           move "<h1>Home/away and opponent splits</h1>" to xPageLine.
           write xPageLine before advancing 1 line.
           move 0 to nRptPlayer.
           move "TEAM" to xBhTitle.
           perform 300-split-block.
           perform 210-player-block varying nRptPlayer from 1 by 1
              until nRptPlayer > nRosterCnt.
           if nH2hCnt > 0
              perform 500-head-to-head varying nOppSub from 1 by 1
                 until nOppSub > nOppCnt
           end-if.
           move "<p><a href='exam5.cgi'>Back to the roster</a></p>"
              to xPageLine.
           write xPageLine before advancing 1 line.
           move "</body></html>" to xPageLine.
           write xPageLine before advancing 1 line.

       210-player-block.
           move spaces to xBhTitle.
           string "#" delimited by size
              function trim(xPlUni(nRptPlayer)) delimited by size
              " " delimited by size
              xPlName(nRptPlayer) delimited by size
              into xBhTitle
              on overflow continue
           end-string.
           perform 300-split-block.

       300-split-block. *> fixed splits first, then one line per
          *> opponent - a player's splits with no games are left off
           move spaces to xRptLine.
           write xRptLine before advancing 1 line.
           move xBhTitle to xRptLine.
           write xRptLine before advancing 1 line.
           move xSplitHead to xRptLine.
           write xRptLine before advancing 1 line.
           move spaces to xPageLine.
           string "<h2>" delimited by size
              function trim(xBhTitle) delimited by size
              "</h2><table><tr><th>Split</th><th>GP</th>"
                 delimited by size
              "<th>Pts/G</th><th>Reb/G</th><th>Blk/G</th></tr>"
                 delimited by size
              into xPageLine
              on overflow continue
           end-string.
           write xPageLine before advancing 1 line.
           move 'H' to xSplitKind.
           move "HOME" to xSplitLabel.
           perform 320-split-line.
           move 'A' to xSplitKind.
           move "AWAY" to xSplitLabel.
           perform 320-split-line.
           move 'W' to xSplitKind.
           move "WINS" to xSplitLabel.
           perform 320-split-line.
           move 'L' to xSplitKind.
           move "LOSSES" to xSplitLabel.
           perform 320-split-line.
           move 'O' to xSplitKind.
           perform 310-opponent-line varying nCurOpp from 1 by 1
              until nCurOpp > nOppCnt.
           move "</table>" to xPageLine.
           write xPageLine before advancing 1 line.

       310-opponent-line.
           move spaces to xSplitLabel.
           string "VS " delimited by size
              xOpName(nCurOpp) delimited by size
              into xSplitLabel
              on overflow continue
           end-string.
           perform 320-split-line.

       320-split-line.
           move 0 to nSplitGames, nAccPoints, nAccRebounds,
              nAccBlocks.
           if nRptPlayer = 0
              perform 325-team-game varying nChkGame from 1 by 1
                 until nChkGame > nSchedCnt
           else
              perform 327-player-line varying nLogSub from 1 by 1
                 until nLogSub > nLogCnt
           end-if.
           if nSplitGames > 0 or nRptPlayer = 0
              perform 340-emit-split
           end-if.

       325-team-game. *> team games come off the schedule, the team
          *> totals off every log line for that game
           perform 330-game-in-split.
           if xInSplit = 'y'
              add 1 to nSplitGames
              perform varying nLogSub from 1 by 1
                 until nLogSub > nLogCnt
                 if nLgGame(nLogSub) = nChkGame
                    add nLgPoints(nLogSub) to nAccPoints
                    add nLgRebounds(nLogSub) to nAccRebounds
                    add nLgBlocks(nLogSub) to nAccBlocks
                 end-if
              end-perform
           end-if.

       327-player-line.
           if xLgUni(nLogSub) = xPlUni(nRptPlayer)
              move nLgGame(nLogSub) to nChkGame
              perform 330-game-in-split
              if xInSplit = 'y'
                 add 1 to nSplitGames
                 add nLgPoints(nLogSub) to nAccPoints
                 add nLgRebounds(nLogSub) to nAccRebounds
                 add nLgBlocks(nLogSub) to nAccBlocks
              end-if
           end-if.

       330-game-in-split. *> does game nChkGame fall in the split
          *> being reported - any site but 'A' counts as home, a tie
          *> is never written so anything short of a win is a loss
           move 'n' to xInSplit.
           evaluate xSplitKind
              when 'H'
                 if xScSite(nChkGame) not = 'A'
                    move 'y' to xInSplit
                 end-if
              when 'A'
                 if xScSite(nChkGame) = 'A'
                    move 'y' to xInSplit
                 end-if
              when 'W'
                 if nScOur(nChkGame) > nScTheir(nChkGame)
                    move 'y' to xInSplit
                 end-if
              when 'L'
                 if nScOur(nChkGame) not > nScTheir(nChkGame)
                    move 'y' to xInSplit
                 end-if
              when 'O'
                 if nScOppSub(nChkGame) = nCurOpp
                    move 'y' to xInSplit
                 end-if
           end-evaluate.

       340-emit-split.
           move xSplitLabel to xSlLabel.
           move nSplitGames to neSlGames.
           if nSplitGames > 0
              compute neSlPoints rounded = nAccPoints / nSplitGames
              compute neSlRebounds rounded =
                 nAccRebounds / nSplitGames
              compute neSlBlocks rounded = nAccBlocks / nSplitGames
           else
              move 0 to neSlPoints, neSlRebounds, neSlBlocks
           end-if.
           move xSplitLine to xRptLine.
           write xRptLine before advancing 1 line.
           move spaces to xPageLine.
           string "<tr><td>" delimited by size
              function trim(xSplitLabel) delimited by size
              "</td><td>" delimited by size
              neSlGames delimited by size
              "</td><td>" delimited by size
              neSlPoints delimited by size
              "</td><td>" delimited by size
              neSlRebounds delimited by size
              "</td><td>" delimited by size
              neSlBlocks delimited by size
              "</td></tr>" delimited by size
              into xPageLine
              on overflow continue
           end-string.
           write xPageLine before advancing 1 line.

       500-head-to-head. *> first meeting against the rematch, for
          *> each opponent played at least twice
           if nOpMeetings(nOppSub) < 2
              exit paragraph
           end-if.
           move spaces to xRptLine.
           write xRptLine before advancing 1 line.
           move spaces to xRptLine.
           string "HEAD TO HEAD VS " delimited by size
              xOpName(nOppSub) delimited by size
              into xRptLine
              on overflow continue
           end-string.
           write xRptLine before advancing 1 line.
           move spaces to xPageLine.
           string "<h2>Head to head vs " delimited by size
              function trim(xOpName(nOppSub)) delimited by size
              "</h2><table>" delimited by size
              into xPageLine
              on overflow continue
           end-string.
           write xPageLine before advancing 1 line.
           move "FIRST MEETING" to xMtLabel.
           move nOpFirst(nOppSub) to nMeetGame.
           perform 510-meeting-line.
           move "REMATCH" to xMtLabel.
           move nOpSecond(nOppSub) to nMeetGame.
           perform 510-meeting-line.
           move "</table><table>" to xPageLine.
           write xPageLine before advancing 1 line.
           move xH2hHead to xRptLine.
           write xRptLine before advancing 1 line.
           move xH2hHead2 to xRptLine.
           write xRptLine before advancing 1 line.
           move "<tr><th>Player</th><th>1st Pts</th><th>1st Reb</th>"
              & "<th>1st Blk</th><th>2nd Pts</th><th>2nd Reb</th>"
              & "<th>2nd Blk</th><th>Pts +/-</th></tr>" to xPageLine.
           write xPageLine before advancing 1 line.
           perform 520-player-h2h varying nRptPlayer from 1 by 1
              until nRptPlayer > nRosterCnt.
           move "</table>" to xPageLine.
           write xPageLine before advancing 1 line.

       510-meeting-line. *> the team's line in one meeting
           move 0 to nMeetPoints, nMeetRebounds, nMeetBlocks.
           perform varying nLogSub from 1 by 1
              until nLogSub > nLogCnt
              if nLgGame(nLogSub) = nMeetGame
                 add nLgPoints(nLogSub) to nMeetPoints
                 add nLgRebounds(nLogSub) to nMeetRebounds
                 add nLgBlocks(nLogSub) to nMeetBlocks
              end-if
           end-perform.
           move nScDate(nMeetGame) to neMtDate.
           if xScSite(nMeetGame) = 'A'
              move "AWAY" to xMtSite
           else
              move "HOME" to xMtSite
           end-if.
           if nScOur(nMeetGame) > nScTheir(nMeetGame)
              move 'W' to xMtResult
           else
              move 'L' to xMtResult
           end-if.
           move nScOur(nMeetGame) to neMtOur.
           move nScTheir(nMeetGame) to neMtTheir.
           move nMeetPoints to neMtPoints.
           move nMeetRebounds to neMtRebounds.
           move nMeetBlocks to neMtBlocks.
           move xMeetLine to xRptLine.
           write xRptLine before advancing 1 line.
           move spaces to xPageLine.
           string "<tr><td>" delimited by size
              function trim(xMtLabel) delimited by size
              "</td><td>" delimited by size
              neMtDate delimited by size
              "</td><td>" delimited by size
              xMtSite delimited by size
              "</td><td>" delimited by size
              xMtResult delimited by size
              " " delimited by size
              function trim(neMtOur) delimited by size
              "-" delimited by size
              function trim(neMtTheir) delimited by size
              "</td><td>" delimited by size
              neMtPoints delimited by size
              " pts, " delimited by size
              neMtRebounds delimited by size
              " reb, " delimited by size
              neMtBlocks delimited by size
              " blk</td></tr>" delimited by size
              into xPageLine
              on overflow continue
           end-string.
           write xPageLine before advancing 1 line.

       520-player-h2h. *> a player in neither game is left off; one
          *> who missed a game shows DNP for it and no change
           move nOpFirst(nOppSub) to nMeetGame.
           perform 530-player-meeting.
           move xMeetPlayed to xFirstPlayed.
           move nMeetPoints to nFirstPoints.
           if xMeetPlayed = 'y'
              move nMeetPoints to neHhFirstPts
              move nMeetRebounds to neHhFirstReb
              move nMeetBlocks to neHhFirstBlk
           else
              move "         DNP" to xHhFirst
           end-if.
           move nOpSecond(nOppSub) to nMeetGame.
           perform 530-player-meeting.
           if xMeetPlayed = 'n' and xFirstPlayed = 'n'
              exit paragraph
           end-if.
           if xMeetPlayed = 'y'
              move nMeetPoints to neHhSecondPts
              move nMeetRebounds to neHhSecondReb
              move nMeetBlocks to neHhSecondBlk
           else
              move "         DNP" to xHhSecond
           end-if.
           if xMeetPlayed = 'y' and xFirstPlayed = 'y'
              compute nPtsChange = nMeetPoints - nFirstPoints
              move nPtsChange to neHhChange
           else
              move spaces to xHhChange
           end-if.
           move xPlName(nRptPlayer) to xHhName.
           move xH2hLine to xRptLine.
           write xRptLine before advancing 1 line.
           move spaces to xPageLine.
           string "<tr><td>" delimited by size
              function trim(xHhName) delimited by size
              "</td><td>" delimited by size
              xHhFirst(1:4) delimited by size
              "</td><td>" delimited by size
              xHhFirst(5:4) delimited by size
              "</td><td>" delimited by size
              xHhFirst(9:4) delimited by size
              "</td><td>" delimited by size
              xHhSecond(1:4) delimited by size
              "</td><td>" delimited by size
              xHhSecond(5:4) delimited by size
              "</td><td>" delimited by size
              xHhSecond(9:4) delimited by size
              "</td><td>" delimited by size
              xHhChange delimited by size
              "</td></tr>" delimited by size
              into xPageLine
              on overflow continue
           end-string.
           write xPageLine before advancing 1 line.

       530-player-meeting.
           move 'n' to xMeetPlayed.
           move 0 to nMeetPoints, nMeetRebounds, nMeetBlocks.
           perform varying nLogSub from 1 by 1
              until nLogSub > nLogCnt
              if nLgGame(nLogSub) = nMeetGame
                 and xLgUni(nLogSub) = xPlUni(nRptPlayer)
                 move 'y' to xMeetPlayed
                 add nLgPoints(nLogSub) to nMeetPoints
                 add nLgRebounds(nLogSub) to nMeetRebounds
                 add nLgBlocks(nLogSub) to nMeetBlocks
              end-if
           end-perform.

       900-close.
           close RptFile.
           close PageFile.
           display "SPLITS WRITTEN TO wbb-splits.txt AND "
              "wbb-splits.html - " nSchedCnt " GAME(S), " nLogCnt
              " LOG LINE(S)".
