           select PlayLog assign to "margaritaville-plays.txt"
             organization is line sequential
             file status is xPlayLogStatus.
           select optional AffFile
             assign to "margaritaville-affinity.txt"
             organization is line sequential
             file status is xAffStatus.
           copy "postData-filecontrol.cbl".
       data division.
       file section.
           05  xPlayStamp      pic x(21).
           05  xPlaySession    pic x(16). *> who was listening -
              *> the session id getSession issued this visitor
       fd  AffFile. *> song co-play affinity MV-AFFINITY builds
          *> nightly, strongest pairing first for each song
       01  xAffRec.
           05  xAfSongA        pic x(4).
           05  xAfSongB        pic x(4).
           05  nAfSessions     pic 9(5).
           05  xAfThrough      pic x(14).
       fd  InFile.
       01  xInput.
           05  xInID               pic x(4).
       77  nSaveSub           pic 99        value 0.
       77  nSavePtr           pic 9(4)      value 1.
       77  xQueueName         pic x(25)     value "queue".
       77  xAffStatus         pic xx.
       77  xAffEofFlag        pic x         value 'n'.
       77  xAffThrough        pic x(14)     value spaces.
       77  nAlsoCnt           pic 99        value 0.
       77  nAlsoSub           pic 99        value 0.
       77  nAlsoPass          pic 9         value 0.
       77  nAlsoTop           pic 99        value 0.
       77  nAlsoTopSess       pic 9(5)      value 0.
       77  neAlsoSess         pic zzzz9.

       01  xSongTable.
           05  xSongElement occurs 50 times.
       01  xPlayCounts. *> plays per song, read back from the history
           05  nPlayCnt occurs 50 times pic 9(4) value 0.

       01  xAlsoTable. *> the played song's partners off the
          *> affinity file, by song-table entry
           05  xAlsoElement occurs 50 times.
               10  nAlsoSong       pic 99.
               10  nAlsoSess       pic 9(5).

       01  xOwnPlays. *> songs this visitor's session had played by
          *> the time the affinity file was built
           05  xOwnPlayed occurs 50 times pic x value 'n'.

       01  xOutput.
           05  filler         pic x(21)     value "<div id='songzone'>".
           05  xOutImage      pic x(40).
                 by 1 until nQueueSub > nQueueCount
              display "</ul>"
           end-if.
           if nFoundSub > 0
              perform 270-load-affinity
           end-if.
           perform 240-most-played.
           if nAlsoCnt > 0
              perform 280-also-played
           end-if.

       210-load-songs.
           read InFile
                     exit perform
                  end-if
               end-perform
               if nChartSub not > nSongLoadSub
                  and xPlaySession = xSessionId
                  and xSessionId not = spaces
                  and xPlayStamp(1:14) not > xAffThrough
                  move 'y' to xOwnPlayed(nChartSub)
               end-if
           end-read.

       260-chart-line. *> repeated max-scan; a used entry is zeroed
              move 0 to nPlayCnt(nTopSub)
           end-if.

       270-load-affinity. *> the played song's lines only - the
          *> song-table entry is kept so names print from the table
           open input AffFile.
           if xAffStatus = "00"
              perform 275-read-affinity until xAffEofFlag = 'y'
           end-if.
           close AffFile.

       275-read-affinity.
           read AffFile
             at end
               move 'y' to xAffEofFlag
             not at end
               if xAfSongA = xProcSong and nAlsoCnt < 50
                  move xAfThrough to xAffThrough
                  perform varying nSongSub from 1 by 1
                     until nSongSub > nSongLoadSub
                     if xElID(nSongSub) = xAfSongB
                        add 1 to nAlsoCnt
                        move nSongSub to nAlsoSong(nAlsoCnt)
                        move nAfSessions to nAlsoSess(nAlsoCnt)
                        exit perform
                     end-if
                  end-perform
               end-if
           end-read.

       280-also-played. *> other sessions only - where this visitor
          *> had played both songs before the build, their own
          *> session comes back off the count
           if xOwnPlayed(nFoundSub) = 'y'
              perform varying nAlsoSub from 1 by 1
                 until nAlsoSub > nAlsoCnt
                 if xOwnPlayed(nAlsoSong(nAlsoSub)) = 'y'
                    and nAlsoSess(nAlsoSub) > 0
                    subtract 1 from nAlsoSess(nAlsoSub)
                 end-if
              end-perform
           end-if.
           move 0 to nAlsoTop.
           perform varying nAlsoSub from 1 by 1
              until nAlsoSub > nAlsoCnt
              if nAlsoSess(nAlsoSub) > 0
                 move nAlsoSub to nAlsoTop
              end-if
           end-perform.
           if nAlsoTop > 0
              display "<h3>Listeners also played</h3>"
              display "<ol id='alsoplayed'>"
              perform 285-also-line varying nAlsoPass from 1 by 1
                 until nAlsoPass > 3
              display "</ol>"
           end-if.

       285-also-line. *> same repeated max-scan as the chart
           move 0 to nAlsoTopSess, nAlsoTop.
           perform varying nAlsoSub from 1 by 1
              until nAlsoSub > nAlsoCnt
              if nAlsoSess(nAlsoSub) > nAlsoTopSess
                 move nAlsoSess(nAlsoSub) to nAlsoTopSess
                 move nAlsoSub to nAlsoTop
              end-if
           end-perform.
           if nAlsoTop > 0
              move nAlsoTopSess to neAlsoSess
              display "<li>" xElSong(nAlsoSong(nAlsoTop)) " - "
                 neAlsoSess " listener(s)</li>"
              move 0 to nAlsoSess(nAlsoTop)
           end-if.

       300-termination.
           display "</body>".
           display "</html>".
