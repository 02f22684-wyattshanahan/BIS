      *> rank-change column - ranks recompute from the new totals,
      *> the new chart advances onto the live name, and a movement
      *> report lists the week's climbers, fallers, and new
      *> entries. Posted sales retire to a dated archive. An album
      *> whose total passes a certification level this week (the
      *> levels come through the shared certLevel lookup) has the
      *> crossing recorded on CertHistory.txt with the posting date,
      *> once per album and level, and listed on the alert register
      *> Albums-cert-alerts.txt for the announcement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALESARCH ASSIGN TO DYNAMIC xArchFileName
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CERTHIST ASSIGN TO DYNAMIC xCertHistName
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS xCertHistStatus.
           SELECT ALERTFILE ASSIGN TO 'Albums-cert-alerts.txt'
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SALESARCH.
       01 xSalesArchLine PIC X(52).

       FD CERTHIST. *> the date each album crossed each level
       01 xCertHistRecord.
          05 xChArtist      PIC X(20).
          05 xChAlbum       PIC X(25).
          05 nChLevelNo     PIC 99.
          05 xChLevelName   PIC X(12).
          05 nChThreshold   PIC 9(8).
          05 nChDate        PIC 9(8).
          05 nChCopies      PIC 9(8).

       FD ALERTFILE.
       01 xAlertLine     PIC X(100).

       WORKING-STORAGE SECTION.

       77 xAlbumFileName PIC X(100).
       77 xSalesFileName PIC X(100).
       77 xNewFileName   PIC X(100).
       77 xArchFileName  PIC X(100).
       77 xCertHistName  PIC X(100).
       77 xCertHistStatus PIC XX.
       77 nHistCnt       PIC 9(3) VALUE 0.
       77 nHistSub       PIC 9(3) VALUE 0.
       77 nCertCnt       PIC 99  VALUE 0.
       77 xCertFunc      PIC X.
       77 nOldLevel      PIC 99  VALUE 0.
       77 nNewLevel      PIC 99  VALUE 0.
       77 nLevelSub      PIC 99  VALUE 0.
       77 xLevelName     PIC X(12).
       77 nLevelThresh   PIC 9(8).
       77 xAlbumStatus   PIC XX.
       77 xSalesStatus   PIC XX.
       77 xEOF           PIC X   VALUE 'n'.
             DEPENDING ON nAlbumCnt.
             10 nNewCopiesEl  PIC 9(8). *> first, so the rank sort
                *> is one DESCENDING statement
             10 nOldCopiesEl  PIC 9(8). *> before this week's sales
             10 nOldRankEl    PIC 9(2).
             10 xArtistEl     PIC X(20).
             10 xAlbumEl      PIC X(25).
          05 FILLER       PIC X(4)  VALUE ' -> '.
          05 neMoveNew    PIC Z9.

       01 xCertHistTable. *> crossings already recorded
          05 xCertHistElement OCCURS 500 TIMES.
             10 xHsArtist    PIC X(20).
             10 xHsAlbum     PIC X(25).
             10 nHsLevelNo   PIC 99.

       01 xAlertDetail.
          05 FILLER       PIC X(10) VALUE 'CERTIFIED '.
          05 xAlLevel     PIC X(12).
          05 FILLER       PIC X     VALUE SPACE.
          05 xAlArtist    PIC X(20).
          05 FILLER       PIC X     VALUE SPACE.
          05 xAlAlbum     PIC X(25).
          05 FILLER       PIC X     VALUE SPACE.
          05 neAlCopies   PIC ZZ,ZZZ,ZZ9.
          05 FILLER       PIC X(7)  VALUE ' PAST  '.
          05 neAlThresh   PIC ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
           END-IF.
           PERFORM 110-RETIRE-TO-PRIOR.
           PERFORM 120-LOAD-ALBUMS.
           PERFORM 130-LOAD-CERT-HISTORY.
           OPEN INPUT SALESFILE.
           IF xSalesStatus NOT = '00'
              DISPLAY 'NO SALES FILE - NOTHING TO POST.'
                IF nAlbumCnt < 50
                   ADD 1 TO nAlbumCnt
                   MOVE nCopySold TO nNewCopiesEl(nAlbumCnt)
                   MOVE nCopySold TO nOldCopiesEl(nAlbumCnt)
                   MOVE nRank TO nOldRankEl(nAlbumCnt)
                   MOVE xArtist TO xArtistEl(nAlbumCnt)
                   MOVE xAlbum TO xAlbumEl(nAlbumCnt)
                END-IF,
           END-READ.

       130-LOAD-CERT-HISTORY.
           MOVE 'CertHistory.txt' TO xCertHistName.
           ACCEPT xCertHistName FROM ENVIRONMENT 'CERT_HISTORY_FILE'
              ON EXCEPTION
                 MOVE 'CertHistory.txt' TO xCertHistName
           END-ACCEPT.
           OPEN INPUT CERTHIST.
           PERFORM 131-READ-CERT-HISTORY UNTIL xEOF = 'y'.
           CLOSE CERTHIST.
           MOVE 'n' TO xEOF.

       131-READ-CERT-HISTORY.
           READ CERTHIST
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF nHistCnt < 500
                   ADD 1 TO nHistCnt
                   MOVE xChArtist TO xHsArtist(nHistCnt)
                   MOVE xChAlbum TO xHsAlbum(nHistCnt)
                   MOVE nChLevelNo TO nHsLevelNo(nHistCnt)
                END-IF,
           END-READ.

       200-LOOP.
           READ SALESFILE
              AT END
              IF nAlbumCnt < 50
                 ADD 1 TO nAlbumCnt
                 MOVE nAsCopiesIn TO nNewCopiesEl(nAlbumCnt)
                 MOVE 0 TO nOldCopiesEl(nAlbumCnt)
                 MOVE 0 TO nOldRankEl(nAlbumCnt)
                 MOVE xAsArtistIn TO xArtistEl(nAlbumCnt)
                 MOVE xAsAlbumIn TO xAlbumEl(nAlbumCnt)
           PERFORM 310-MOVEMENT-LINE VARYING nAlbumSub FROM 1 BY 1
              UNTIL nAlbumSub > nAlbumCnt.
           CLOSE MOVEFILE.
           PERFORM 350-CERTIFICATIONS.
           PERFORM 320-WRITE-NEW-CHART.
           PERFORM 330-ADVANCE-LIVE.
           PERFORM 340-RETIRE-SALES.
              xLockResult.
           DISPLAY nSalesCnt ' SALES LINES - ' nClimberCnt
              ' CLIMBERS, ' nFallerCnt ' FALLERS, ' nNewEntryCnt
              ' NEW ENTRIES, ' nCertCnt ' CERTIFICATIONS'.
           STRING "sales=" DELIMITED BY SIZE
              nSalesCnt DELIMITED BY SIZE
              " new=" DELIMITED BY SIZE
              nNewEntryCnt DELIMITED BY SIZE
              " certified=" DELIMITED BY SIZE
              nCertCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
                 MOVE xSalesRecord TO xSalesArchLine
                 WRITE xSalesArchLine,
           END-READ.

       350-CERTIFICATIONS. *> every level an album passed this week
           OPEN EXTEND CERTHIST.
           OPEN OUTPUT ALERTFILE.
           MOVE SPACES TO xAlertLine.
           STRING 'CERTIFICATION ALERTS - POSTED ' DELIMITED BY SIZE
              nRunDate DELIMITED BY SIZE
              INTO xAlertLine
           END-STRING.
           WRITE xAlertLine BEFORE ADVANCING 1 LINE.
           PERFORM 351-CHECK-ALBUM VARYING nAlbumSub FROM 1 BY 1
              UNTIL nAlbumSub > nAlbumCnt.
           IF nCertCnt = 0
              MOVE 'NO NEW CERTIFICATIONS THIS WEEK' TO xAlertLine
              WRITE xAlertLine BEFORE ADVANCING 1 LINE
           END-IF.
           CLOSE ALERTFILE.
           CLOSE CERTHIST.

       351-CHECK-ALBUM.
           MOVE 'C' TO xCertFunc.
           CALL "certLevel" USING xCertFunc nOldCopiesEl(nAlbumSub)
              nOldLevel xLevelName nLevelThresh.
           CALL "certLevel" USING xCertFunc nNewCopiesEl(nAlbumSub)
              nNewLevel xLevelName nLevelThresh.
           IF nNewLevel > nOldLevel
              COMPUTE nLevelSub = nOldLevel + 1
              PERFORM 352-RECORD-LEVEL VARYING nLevelSub
                 FROM nLevelSub BY 1 UNTIL nLevelSub > nNewLevel
           END-IF.

       352-RECORD-LEVEL. *> a crossing already on the history (the
          *> master corrected down and posted back up) is not news
           PERFORM VARYING nHistSub FROM 1 BY 1
              UNTIL nHistSub > nHistCnt
              IF xHsArtist(nHistSub) = xArtistEl(nAlbumSub)
                 AND xHsAlbum(nHistSub) = xAlbumEl(nAlbumSub)
                 AND nHsLevelNo(nHistSub) = nLevelSub
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF nHistSub > nHistCnt
              MOVE 'L' TO xCertFunc
              CALL "certLevel" USING xCertFunc nNewCopiesEl(nAlbumSub)
                 nLevelSub xLevelName nLevelThresh
              ADD 1 TO nCertCnt
              MOVE xArtistEl(nAlbumSub) TO xChArtist
              MOVE xAlbumEl(nAlbumSub) TO xChAlbum
              MOVE nLevelSub TO nChLevelNo
              MOVE xLevelName TO xChLevelName
              MOVE nLevelThresh TO nChThreshold
              MOVE nRunDate TO nChDate
              MOVE nNewCopiesEl(nAlbumSub) TO nChCopies
              WRITE xCertHistRecord
              MOVE xLevelName TO xAlLevel
              MOVE xArtistEl(nAlbumSub) TO xAlArtist
              MOVE xAlbumEl(nAlbumSub) TO xAlAlbum
              MOVE nNewCopiesEl(nAlbumSub) TO neAlCopies
              MOVE nLevelThresh TO neAlThresh
              MOVE xAlertDetail TO xAlertLine
              WRITE xAlertLine BEFORE ADVANCING 1 LINE
              DISPLAY xAlertDetail
           END-IF.
