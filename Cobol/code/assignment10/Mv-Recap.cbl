      *> shows reach: unique listeners and plays-per-listener per
      *> song, and a daypart breakdown off the timestamps. Plays
      *> logged before the session stamp existed count toward
      *> volume but not reach. The same song/session rows give the
      *> period's strongest song pairs - two songs played in the same
      *> session, ranked by how many sessions did so.

       environment division.
       input-output section.
       77  nEveningCnt        pic 9(5)      value 0.
       77  nUniqueWk          pic 9(4)      value 0.
       77  nePerListener      pic zz9.9.
       77  nMateSub           pic 999       value 0.
       77  nIdxA              pic 99        value 0.
       77  nIdxB              pic 99        value 0.
       77  nTopPairSess       pic 9(4)      value 0.
       77  nTopIdxA           pic 99        value 0.
       77  nTopIdxB           pic 99        value 0.
       77  nRankPass          pic 99        value 0.
       77  nStrongCnt         pic 99        value 0.

       01  xCoPlayMatrix. *> sessions that played both songs, kept
          *> in the lower-entry row only so each pair is counted once
           05  xCoPlayRow occurs 50 times.
               10  nCoPlays occurs 50 times pic 9(4) value 0.

       01  xPairTable. *> distinct song/session pairs - one row per
           *> listener per song, which is what "reach" counts
           05  neSlPlays       pic zzzz9.
           05  filler          pic x(6)     value ' plays'.

       01  xPairLine.
           05  xPlSongA        pic x(24).
           05  filler          pic x(3)     value ' + '.
           05  xPlSongB        pic x(24).
           05  filler          pic x(2)     value spaces.
           05  nePlSessions    pic zzz9.
           05  filler          pic x(11)    value ' session(s)'.

       01  xAlbumLine.
           05  xAlAlbum        pic x(42).
           05  filler          pic x(2)     value spaces.
              into xRecapLine
           end-string.
           write xRecapLine before advancing 1 line.
           perform 350-song-pairs.
           close RecapFile.
           display nPlayCntTot " PLAYS RECAPPED ("
              nSkipCnt " OUTSIDE THE MONTH) - SEE "
           move nAlbPlays(nAlbumSub) to neAlPlays.
           move xAlbumLine to xRecapLine.
           write xRecapLine before advancing 1 line.

       350-song-pairs. *> strongest ten pairs of the period
           perform 355-pair-session varying nPairSub from 1 by 1
              until nPairSub > nPairCnt.
           move spaces to xRecapLine.
           write xRecapLine before advancing 1 line.
           move "STRONGEST SONG PAIRS" to xRecapLine.
           write xRecapLine before advancing 1 line.
           perform 360-pair-line varying nRankPass from 1 by 1
              until nRankPass > 10.
           if nStrongCnt = 0
              move "   no two songs played in the same session"
                 to xRecapLine
              write xRecapLine before advancing 1 line
           end-if.

       355-pair-session. *> this row against every later row of the
          *> same session - one count per session per pair
           move 0 to nIdxA.
           perform varying nSongSub from 1 by 1
              until nSongSub > nSongLoadSub
              if xElID(nSongSub) = xPairSong(nPairSub)
                 move nSongSub to nIdxA
                 exit perform
              end-if
           end-perform.
           if nIdxA = 0
              exit paragraph
           end-if.
           perform varying nMateSub from nPairSub by 1
              until nMateSub > nPairCnt
              if nMateSub > nPairSub
                 and xPairSess(nMateSub) = xPairSess(nPairSub)
                 move 0 to nIdxB
                 perform varying nSongSub from 1 by 1
                    until nSongSub > nSongLoadSub
                    if xElID(nSongSub) = xPairSong(nMateSub)
                       move nSongSub to nIdxB
                       exit perform
                    end-if
                 end-perform
                 if nIdxB > nIdxA
                    add 1 to nCoPlays(nIdxA, nIdxB)
                 end-if
                 if nIdxB > 0 and nIdxB < nIdxA
                    add 1 to nCoPlays(nIdxB, nIdxA)
                 end-if
              end-if
           end-perform.

       360-pair-line. *> repeated max-scan; a printed pair is
          *> zeroed so the next pass finds the runner-up
           move 0 to nTopPairSess, nTopIdxA, nTopIdxB.
           perform varying nIdxA from 1 by 1
              until nIdxA > nSongLoadSub
              perform varying nIdxB from nIdxA by 1
                 until nIdxB > nSongLoadSub
                 if nCoPlays(nIdxA, nIdxB) > nTopPairSess
                    move nCoPlays(nIdxA, nIdxB) to nTopPairSess
                    move nIdxA to nTopIdxA
                    move nIdxB to nTopIdxB
                 end-if
              end-perform
           end-perform.
           if nTopIdxA > 0
              add 1 to nStrongCnt
              move xElSong(nTopIdxA) to xPlSongA
              move xElSong(nTopIdxB) to xPlSongB
              move nTopPairSess to nePlSessions
              move xPairLine to xRecapLine
              write xRecapLine before advancing 1 line
              move 0 to nCoPlays(nTopIdxA, nTopIdxB)
           end-if.
