       identification division.
       program-id. Mv-Affinity.
       author. WYATT SHANAHAN.

      *> Nightly song co-play affinity build for the Margaritaville
      *> page's "listeners also played" list. Every play on the
      *> play-history file carries the session id of the visitor who
      *> played it, so two songs played in the same session were
      *> played together. The affinity file holds, for every song, each
      *> other song and the number of sessions that played both,
      *> strongest first, written in both directions so the page
      *> only has to read one song's lines. A session counts once per
      *> pair however many times it replayed either song, and plays
      *> logged before the session stamp existed are left out. Every
      *> line also carries the stamp of the latest play counted, so
      *> the page can take its own visitor's earlier plays back out.

       environment division.
       input-output section.
       file-control.
           select InFile assign to "margaritaville.txt"
              organization is line sequential
              file status is xSongStatus.
           select PlayLog assign to "margaritaville-plays.txt"
              organization is line sequential
              file status is xPlayLogStatus.
           select AffFile assign to "margaritaville-affinity.txt"
              organization is line sequential.

       data division.
       file section.
       fd  InFile.
       01  xInput.
           05  xInID               pic x(4).
           05  nInNumID            pic 9.
           05  nInYear             pic 9999.
           05  xInSong             pic x(24).
           05  xInAlbum            pic x(42).
           05  xInIframe           pic x(328).

       fd  PlayLog.
       01  xPlayRec.
           05  xPlayID         pic x(4).
           05  xPlayStamp      pic x(21).
           05  xPlaySession    pic x(16).

       fd  AffFile. *> one line per song pair, each direction
       01  xAffRec.
           05  xAfSongA        pic x(4).
           05  xAfSongB        pic x(4).
           05  nAfSessions     pic 9(5).
           05  xAfThrough      pic x(14). *> latest play counted

       working-storage section.
       77  xSongStatus        pic xx.
       77  xPlayLogStatus     pic xx.
       77  xEofFlag           pic x         value 'n'.
       77  nSongLoadSub       pic 99        value 0.
       77  nSongSub           pic 99        value 0.
       77  nPlaySub           pic 9(4)      value 0.
       77  nPlayReadCnt       pic 9(5)      value 0.
       77  nNoSessCnt         pic 9(5)      value 0.
       77  xThrough           pic x(14)     value spaces.
       77  xGroupSess         pic x(16)     value spaces.
       77  nGroupCnt          pic 99        value 0.
       77  nGroupSub          pic 99        value 0.
       77  nPartnerSub        pic 99        value 0.
       77  nSessionCnt        pic 9(5)      value 0.
       77  nRowSub            pic 99        value 0.
       77  nColSub            pic 99        value 0.
       77  nTopSub            pic 99        value 0.
       77  nTopSessions       pic 9(5)      value 0.
       77  nAffLineCnt        pic 9(5)      value 0.
       77  xAuditDetail       pic x(80)     value spaces.
       77  xAuditProgName     pic x(20)     value "MV-AFFINITY".
       77  xAuditEventStart   pic x(8)      value "START".
       77  xAuditEventEnd     pic x(8)      value "END".
       77  xEojCode           pic x(8)      value "CLEAN".

       01  xSongTable.
           05  xElID occurs 50 times pic x(4).

       01  xPlayTable. *> session-stamped plays of known songs,
          *> sorted so each session's plays sit together
           05  nPlayCnt           pic 9(4)      value 0.
           05  xPlayElement occurs 1 to 9999 times
               depending on nPlayCnt.
               10  xPlSess      pic x(16).
               10  nPlSong      pic 99.

       01  xGroupTable. *> one session's distinct songs
           05  nGroupSong occurs 50 times pic 99.

       01  xAffMatrix. *> sessions that played both row and column
           05  xAffRow occurs 50 times.
               10  nAffCnt occurs 50 times pic 9(5) value 0.

       procedure division.
       000-main.
           call "writeAuditLog" using xAuditProgName xAuditEventStart
              xAuditDetail.
           perform 100-initialise.
           perform 200-load-plays until xEofFlag = 'y'.
           close PlayLog.
           perform 300-build-pairs.
           perform 400-write-affinity.
           stop run.

       100-initialise.
           open input InFile.
           if xSongStatus not = "00"
              display "NO SONG FILE (margaritaville.txt) - AFFINITY "
                 "BUILD ABANDONED."
              move "aborted - song file missing" to xAuditDetail
              call "writeAuditLog" using xAuditProgName xAuditEventEnd
                 xAuditDetail
              move "FAILED" to xEojCode
              call "writeEndOfJob" using xAuditProgName xEojCode
                 xAuditDetail
              stop run
           end-if.
           perform 110-load-song until xEofFlag = 'y'.
           close InFile.
           move 'n' to xEofFlag.
           open input PlayLog.
           if xPlayLogStatus not = "00"
              display "NO PLAY HISTORY ON FILE - NO AFFINITY TO BUILD."
              move "pairs=0 - no history yet" to xAuditDetail
              call "writeAuditLog" using xAuditProgName xAuditEventEnd
                 xAuditDetail
              call "writeEndOfJob" using xAuditProgName xEojCode
                 xAuditDetail
              stop run
           end-if.

       110-load-song.
           read InFile
             at end
               move 'y' to xEofFlag
             not at end
               if nSongLoadSub < 50
                  add 1 to nSongLoadSub,
                  move xInID to xElID(nSongLoadSub)
               end-if
           end-read.

       200-load-plays.
           read PlayLog
             at end
               move 'y' to xEofFlag
             not at end
               add 1 to nPlayReadCnt
               if xPlaySession = spaces
                  add 1 to nNoSessCnt
               else
                  perform 210-keep-play
               end-if
           end-read.

       210-keep-play. *> a song since dropped from margaritaville.txt
          *> has nowhere to be recommended, so its plays are skipped
           perform varying nSongSub from 1 by 1
              until nSongSub > nSongLoadSub
              if xElID(nSongSub) = xPlayID
                 exit perform
              end-if
           end-perform.
           if nSongSub > nSongLoadSub
              exit paragraph
           end-if.
           if nPlayCnt < 9999
              add 1 to nPlayCnt
              move xPlaySession to xPlSess(nPlayCnt)
              move nSongSub to nPlSong(nPlayCnt)
              if xPlayStamp(1:14) > xThrough
                 move xPlayStamp(1:14) to xThrough
              end-if
           else
              display "PLAY TABLE FULL - LATER PLAYS NOT COUNTED"
              move "WARNING" to xEojCode
              move 'y' to xEofFlag
           end-if.

       300-build-pairs. *> sessions in order; each session's distinct
          *> songs are paired off when the next session starts
           if nPlayCnt = 0
              exit paragraph
           end-if.
           sort xPlayElement on ascending key xPlSess nPlSong.
           move xPlSess(1) to xGroupSess.
           move 0 to nGroupCnt.
           perform 310-next-play varying nPlaySub from 1 by 1
              until nPlaySub > nPlayCnt.
           perform 320-pair-group.

       310-next-play.
           if xPlSess(nPlaySub) not = xGroupSess
              perform 320-pair-group
              move xPlSess(nPlaySub) to xGroupSess
              move 0 to nGroupCnt
           end-if.
           if nGroupCnt = 0
              add 1 to nGroupCnt
              move nPlSong(nPlaySub) to nGroupSong(nGroupCnt)
           else
              if nPlSong(nPlaySub) not = nGroupSong(nGroupCnt)
                 and nGroupCnt < 50
                 add 1 to nGroupCnt
                 move nPlSong(nPlaySub) to nGroupSong(nGroupCnt)
              end-if
           end-if.

       320-pair-group.
           add 1 to nSessionCnt.
           perform varying nGroupSub from 1 by 1
              until nGroupSub > nGroupCnt
              perform varying nPartnerSub from nGroupSub by 1
                 until nPartnerSub > nGroupCnt
                 if nPartnerSub > nGroupSub
                    add 1 to nAffCnt(nGroupSong(nGroupSub),
                       nGroupSong(nPartnerSub))
                    add 1 to nAffCnt(nGroupSong(nPartnerSub),
                       nGroupSong(nGroupSub))
                 end-if
              end-perform
           end-perform.

       400-write-affinity.
           open output AffFile.
           perform 410-song-row varying nRowSub from 1 by 1
              until nRowSub > nSongLoadSub.
           close AffFile.
           display nPlayReadCnt " PLAYS READ, " nSessionCnt
              " SESSION(S), " nAffLineCnt " AFFINITY LINE(S) - SEE "
              "margaritaville-affinity.txt".
           if nNoSessCnt > 0
              display nNoSessCnt " PLAY(S) WITH NO SESSION STAMP "
                 "LEFT OUT"
           end-if.
           string "plays=" delimited by size
              nPlayReadCnt delimited by size
              " sessions=" delimited by size
              nSessionCnt delimited by size
              " lines=" delimited by size
              nAffLineCnt delimited by size
              into xAuditDetail
              on overflow continue
           end-string.
           call "writeAuditLog" using xAuditProgName xAuditEventEnd
              xAuditDetail.
           call "writeEndOfJob" using xAuditProgName xEojCode
              xAuditDetail.

       410-song-row. *> repeated max-scan along the row; a written
          *> cell is zeroed so the next pass finds the runner-up
           move 1 to nTopSessions.
           perform until nTopSessions = 0
              move 0 to nTopSessions, nTopSub
              perform varying nColSub from 1 by 1
                 until nColSub > nSongLoadSub
                 if nAffCnt(nRowSub, nColSub) > nTopSessions
                    move nAffCnt(nRowSub, nColSub) to nTopSessions
                    move nColSub to nTopSub
                 end-if
              end-perform
              if nTopSub > 0
                 move xElID(nRowSub) to xAfSongA
                 move xElID(nTopSub) to xAfSongB
                 move nTopSessions to nAfSessions
                 move xThrough to xAfThrough
                 write xAffRec
                 add 1 to nAffLineCnt
                 move 0 to nAffCnt(nRowSub, nTopSub)
              end-if
           end-perform.
