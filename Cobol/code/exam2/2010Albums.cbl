                                    *> comma-separated artist list for
                                    *> unattended/scheduled runs
       77 xParmCsv      PIC X(1)   VALUE SPACES.
       77 xCertFunc     PIC X      VALUE 'C'. *> classify copies
       77 nCertLevel    PIC 99     VALUE 0.
       77 nCertThresh   PIC 9(8)   VALUE 0.

       01 xFilterList.
          05 xFilterEl OCCURS 5 TIMES PIC X(20).
          05 FILLER  PIC X(11)   VALUE 'Copies Sold'.
          05 FILLER  PIC X(4)    VALUE SPACES.
          05 FILLER  PIC X(9)    VALUE 'Rank Chg.'.
          05 FILLER  PIC X(4)    VALUE SPACES.
          05 FILLER  PIC X(13)   VALUE 'Certification'.

           COPY "report-ruleline.cbl".

          05 neCopySoldOut   PIC zz999999.
          05 FILLER          PIC X(4)       VALUE SPACES.
          05 neRankDeltaOut  PIC -z9.
          05 FILLER          PIC X(10)      VALUE SPACES.
          05 xCertOut        PIC X(12).

       01 xAlbumTable.
          05  xAlbumElement OCCURS 50 TIMES.
              10 xHasPriorEL    pic X    VALUE 'N'.

       01 xCsvHeading.
          05 FILLER  PIC X(52)     VALUE
             "ARTIST,RANK,OVERALLRANK,ALBUM,COPIESSOLD,RANKCHANGE,".
          05 FILLER  PIC X(13)     VALUE "CERTIFICATION".

       PROCEDURE DIVISION.
       000-MAIN.
              WRITE xCsvLine
           END-IF.
           DISPLAY xOUTPUTHEADING.
           DISPLAY xRptRuleLine(1:96).
           PERFORM 215-ARTIST-BLOCK VARYING nArtistSub FROM 1 BY 1
              UNTIL nArtistSub > nFilterCnt.
           IF xCsvChoice = 'Y' OR xCsvChoice = 'y'
                 MOVE 0 TO nRankDelta
              END-IF,
              MOVE nRankDelta TO neRankDeltaOut,
              CALL "certLevel" USING xCertFunc nCopySoldEL(nProcSub)
                 nCertLevel xCertOut nCertThresh,
              DISPLAY xOUTPUTDETAIL,
              IF xCsvChoice = 'Y' OR xCsvChoice = 'y'
                 PERFORM 211-WRITE-CSV-DETAIL
              FUNCTION TRIM(neCopySoldOut) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(neRankDeltaOut) DELIMITED BY SIZE
              "," DELIMITED BY SIZE
              FUNCTION TRIM(xCertOut) DELIMITED BY SIZE
              INTO xCsvLine
              ON OVERFLOW CONTINUE
           END-STRING.
