       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOOD-OVERLAP.
       AUTHOR. WYATT SHANAHAN.

      *> Chain co-location report over the open stores on the
      *> fast-food location master (FOODLOC-LOAD / FOODLOC-POST). A
      *> market is a city within its state, and separately a ZIP; for
      *> every pair of chains the report counts the cities and the
      *> ZIPs where both have an open store. Then, chain by chain, it
      *> lists the cities where no other chain from its own exam03
      *> category (the chain-to-category join FOOD-PERCAP makes from
      *> MSFastFood.txt) has a store, and the cities where it is the
      *> only chain of any kind. A chain on the master but not on
      *> MSFastFood.txt has no category - it still pairs and can still
      *> be alone in town, but its same-category list is skipped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LOCFILE ASSIGN TO DYNAMIC xLocFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xLocStatus.
           SELECT FOODFILE ASSIGN TO DYNAMIC xFoodFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS xFoodStatus.
           SELECT OUTFILE ASSIGN TO 'Food-overlap.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD LOCFILE.
       01 xLocRecord.
          05 xLocChain      PIC X(20).
          05 xLocStreet     PIC X(25).
          05 xLocCity       PIC X(16).
          05 xLocState      PIC X(2).
          05 xLocZip        PIC X(5).
          05 xLocOpenFlag   PIC X. *> blank/O = open, C = closed -
             *> closures stay on file with their date, not deleted
          05 nLocClosedDate PIC 9(8).

       FD FOODFILE.
       01  xFoodRecord.
           05 nRankIn        pic 9(2).
           05 xCatIn         pic X(20).
           05 xNameIn        pic X(20).
           05 nNumLocsIn     pic 999.

       FD OUTFILE.
       01 xFileOut          PIC X(80).

       WORKING-STORAGE SECTION.
       77 xLocFileName   PIC X(100).
       77 xFoodFileName  PIC X(100).
       77 xLocStatus     PIC XX.
       77 xFoodStatus    PIC XX.
       77 xEOF           PIC X   VALUE 'n'.
       77 nChainCnt      PIC 99  VALUE 0.
       77 nChainSub      PIC 99  VALUE 0.
       77 nOtherSub      PIC 99  VALUE 0.
       77 nSiteCnt       PIC 9(5) VALUE 0.
       77 nMktCnt        PIC 9(4) VALUE 0.
       77 nMktSub        PIC 9(4) VALUE 0.
       77 nZipCnt        PIC 9(4) VALUE 0.
       77 nZipSub        PIC 9(4) VALUE 0.
       77 xFindMkt       PIC X(18).
       77 xFindChain     PIC X(20).
       77 nDroppedCnt    PIC 9(5) VALUE 0.
       77 nPairCnt       PIC 9(4) VALUE 0.
       77 nNoPairCnt     PIC 9(4) VALUE 0.
       77 xSameCat       PIC X   VALUE 'n'.
       77 xAnyOther      PIC X   VALUE 'n'.
       77 nListCnt       PIC 9(4) VALUE 0.
       77 xListKind      PIC X   VALUE SPACE.
       77 xAuditDetail   PIC X(80) VALUE SPACES.
       77 xAuditProgName   PIC X(20) VALUE "FOOD-OVERLAP".
       77 xAuditEventStart PIC X(8)  VALUE "START".
       77 xAuditEventEnd   PIC X(8)  VALUE "END".
       77 xEojCode         PIC X(8)  VALUE "CLEAN".

       01 xChainTable. *> MSFastFood.txt's chains, plus any chain
          *> the master carries that the ranking file does not
          05 xChainElement OCCURS 40 TIMES.
             10 xChainNameEl PIC X(20).
             10 xChainCatEl  PIC X(20).
             10 nChainSites  PIC 9(5).
             10 nChainMkts   PIC 9(4).

       01 xMarketTable. *> one row per city/state with an open store
          05 xMarketElement OCCURS 1500 TIMES.
             10 xMktKey.
                15 xMktCity     PIC X(16).
                15 xMktState    PIC X(2).
             10 xMktHas OCCURS 40 TIMES PIC X.

       01 xZipTable. *> one row per ZIP with an open store
          05 xZipElement OCCURS 3000 TIMES.
             10 xZipKey         PIC X(5).
             10 xZipHas OCCURS 40 TIMES PIC X.

       01 xPairTable. *> shared markets, chain row by chain column -
          *> only the upper triangle is counted
          05 xPairRow OCCURS 40 TIMES.
             10 xPairCell OCCURS 40 TIMES.
                15 nPairCities  PIC 9(4).
                15 nPairZips    PIC 9(4).

       01 xPairHeading.
          05 FILLER      PIC X(22) VALUE 'CHAIN'.
          05 FILLER      PIC X(22) VALUE 'CHAIN'.
          05 FILLER      PIC X(9)  VALUE '  CITIES'.
          05 FILLER      PIC X(7)  VALUE '   ZIPS'.

       01 xPairDetail.
          05 xePrChainA  PIC X(20).
          05 FILLER      PIC X(2)  VALUE SPACES.
          05 xePrChainB  PIC X(20).
          05 FILLER      PIC X(2)  VALUE SPACES.
          05 nePrCities  PIC ZZ,ZZ9.
          05 FILLER      PIC X(2)  VALUE SPACES.
          05 nePrZips    PIC ZZ,ZZ9.

       01 xChainHeading.
          05 xeChName    PIC X(20).
          05 FILLER      PIC X(2)  VALUE SPACES.
          05 xeChCat     PIC X(20).
          05 FILLER      PIC X(2)  VALUE SPACES.
          05 neChSites   PIC ZZ,ZZ9.
          05 FILLER      PIC X(8)  VALUE ' STORES '.
          05 neChMkts    PIC Z,ZZ9.
          05 FILLER      PIC X(7)  VALUE ' CITIES'.


       PROCEDURE DIVISION.
       000-MAIN.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventStart
              xAuditDetail.
           PERFORM 100-INITIALISATION.
           PERFORM 200-PAIR-REPORT.
           PERFORM 250-CHAIN-REPORT.
           PERFORM 300-TERMINATION.
           STOP RUN.

       100-INITIALISATION.
           MOVE 'FoodLocations.txt' TO xLocFileName.
           ACCEPT xLocFileName FROM ENVIRONMENT 'FOODLOC_FILE'
              ON EXCEPTION
                 MOVE 'FoodLocations.txt' TO xLocFileName
           END-ACCEPT.
           MOVE 'MSFastFood.txt' TO xFoodFileName.
           ACCEPT xFoodFileName FROM ENVIRONMENT 'FASTFOOD_FILE'
              ON EXCEPTION
                 MOVE 'MSFastFood.txt' TO xFoodFileName
           END-ACCEPT.
           INITIALIZE xChainTable.
           INITIALIZE xPairTable.
           PERFORM 120-LOAD-CHAINS.
           PERFORM 130-LOAD-SITES.
           OPEN OUTPUT OUTFILE.

       120-LOAD-CHAINS. *> chain-to-category join
           OPEN INPUT FOODFILE.
           IF xFoodStatus = '00'
              PERFORM 121-READ-CHAIN UNTIL xEOF = 'y'
           ELSE
              DISPLAY 'NO CHAIN FILE (' FUNCTION TRIM(xFoodFileName)
                 ') - NO CATEGORIES, SAME-CATEGORY LISTS SKIPPED'
              MOVE 'WARNING' TO xEojCode
           END-IF.
           CLOSE FOODFILE.
           MOVE 'n' TO xEOF.

       121-READ-CHAIN.
           READ FOODFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                MOVE xNameIn TO xFindChain
                PERFORM 150-FIND-CHAIN
                IF nChainSub NOT > nChainCnt
                   MOVE xCatIn TO xChainCatEl(nChainSub)
                END-IF,
           END-READ.

       130-LOAD-SITES.
           OPEN INPUT LOCFILE.
           IF xLocStatus NOT = '00'
              DISPLAY 'NO LOCATION MASTER ('
                 FUNCTION TRIM(xLocFileName) ') - RUN FOODLOC-LOAD'
              MOVE "FAILED" TO xEojCode
              MOVE "aborted - location master missing"
                 TO xAuditDetail
              CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
                 xAuditDetail
              CALL "writeEndOfJob" USING xAuditProgName xEojCode
                 xAuditDetail
              STOP RUN
           END-IF.
           PERFORM 131-READ-SITE UNTIL xEOF = 'y'.
           CLOSE LOCFILE.
           MOVE 'n' TO xEOF.

       131-READ-SITE.
           READ LOCFILE
              AT END
                MOVE 'y' TO xEOF,
              NOT AT END
                IF xLocOpenFlag NOT = 'C'
                   PERFORM 132-PLACE-SITE
                END-IF,
           END-READ.

       132-PLACE-SITE. *> mark the chain present in the store's city
          *> and in its ZIP
           MOVE xLocChain TO xFindChain.
           PERFORM 150-FIND-CHAIN.
           IF nChainSub > nChainCnt
              ADD 1 TO nDroppedCnt
           ELSE
              ADD 1 TO nSiteCnt
              ADD 1 TO nChainSites(nChainSub)
              MOVE FUNCTION UPPER-CASE(xLocCity) TO xFindMkt(1:16)
              MOVE FUNCTION UPPER-CASE(xLocState) TO xFindMkt(17:2)
              PERFORM VARYING nMktSub FROM 1 BY 1
                 UNTIL nMktSub > nMktCnt
                 OR xMktKey(nMktSub) = xFindMkt
                 CONTINUE
              END-PERFORM
              IF nMktSub > nMktCnt
                 IF nMktCnt < 1500
                    ADD 1 TO nMktCnt
                    MOVE nMktCnt TO nMktSub
                    MOVE ALL 'n' TO xMarketElement(nMktSub)
                    MOVE xFindMkt TO xMktKey(nMktSub)
                 ELSE
                    DISPLAY 'CITY TABLE FULL - ' xFindMkt ' LEFT OFF'
                    MOVE 'WARNING' TO xEojCode
                 END-IF
              END-IF
              IF nMktSub NOT > nMktCnt
                 MOVE 'y' TO xMktHas(nMktSub, nChainSub)
              END-IF
              IF xLocZip NOT = SPACES
                 PERFORM VARYING nZipSub FROM 1 BY 1
                    UNTIL nZipSub > nZipCnt
                    OR xZipKey(nZipSub) = xLocZip
                    CONTINUE
                 END-PERFORM
                 IF nZipSub > nZipCnt
                    IF nZipCnt < 3000
                       ADD 1 TO nZipCnt
                       MOVE nZipCnt TO nZipSub
                       MOVE ALL 'n' TO xZipElement(nZipSub)
                       MOVE xLocZip TO xZipKey(nZipSub)
                    ELSE
                       DISPLAY 'ZIP TABLE FULL - ' xLocZip ' LEFT OFF'
                       MOVE 'WARNING' TO xEojCode
                    END-IF
                 END-IF
                 IF nZipSub NOT > nZipCnt
                    MOVE 'y' TO xZipHas(nZipSub, nChainSub)
                 END-IF
              END-IF
           END-IF.

       150-FIND-CHAIN. *> adds the chain when it is new
           PERFORM VARYING nChainSub FROM 1 BY 1
              UNTIL nChainSub > nChainCnt
              OR xChainNameEl(nChainSub) = xFindChain
              CONTINUE
           END-PERFORM.
           IF nChainSub > nChainCnt AND nChainCnt < 40
              ADD 1 TO nChainCnt
              MOVE nChainCnt TO nChainSub
              MOVE xFindChain TO xChainNameEl(nChainSub)
              MOVE SPACES TO xChainCatEl(nChainSub)
           END-IF.

       200-PAIR-REPORT. *> every market adds one to each pair of
          *> chains it holds
           PERFORM 210-COUNT-CITY VARYING nMktSub FROM 1 BY 1
              UNTIL nMktSub > nMktCnt.
           PERFORM 220-COUNT-ZIP VARYING nZipSub FROM 1 BY 1
              UNTIL nZipSub > nZipCnt.
           MOVE 'CHAIN PAIRS SHARING MARKETS' TO xFileOut.
           WRITE xFileOut.
           MOVE xPairHeading TO xFileOut.
           WRITE xFileOut.
           PERFORM 230-PAIR-LINES VARYING nChainSub FROM 1 BY 1
              UNTIL nChainSub > nChainCnt.
           MOVE SPACES TO xFileOut.
           STRING nPairCnt DELIMITED BY SIZE
              ' PAIR(S) SHARE A MARKET, ' DELIMITED BY SIZE
              nNoPairCnt DELIMITED BY SIZE
              ' NEVER MEET' DELIMITED BY SIZE
              INTO xFileOut
           END-STRING.
           WRITE xFileOut.

       210-COUNT-CITY.
           PERFORM VARYING nChainSub FROM 1 BY 1
              UNTIL nChainSub > nChainCnt
              IF xMktHas(nMktSub, nChainSub) = 'y'
                 ADD 1 TO nChainMkts(nChainSub)
                 PERFORM VARYING nOtherSub FROM nChainSub BY 1
                    UNTIL nOtherSub > nChainCnt
                    IF nOtherSub > nChainSub
                       AND xMktHas(nMktSub, nOtherSub) = 'y'
                       ADD 1 TO nPairCities(nChainSub, nOtherSub)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       220-COUNT-ZIP.
           PERFORM VARYING nChainSub FROM 1 BY 1
              UNTIL nChainSub > nChainCnt
              IF xZipHas(nZipSub, nChainSub) = 'y'
                 PERFORM VARYING nOtherSub FROM nChainSub BY 1
                    UNTIL nOtherSub > nChainCnt
                    IF nOtherSub > nChainSub
                       AND xZipHas(nZipSub, nOtherSub) = 'y'
                       ADD 1 TO nPairZips(nChainSub, nOtherSub)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       230-PAIR-LINES. *> chains with no open store have nothing to
          *> pair and are left out
           IF nChainSites(nChainSub) > 0
              PERFORM VARYING nOtherSub FROM nChainSub BY 1
                 UNTIL nOtherSub > nChainCnt
                 IF nOtherSub > nChainSub
                    AND nChainSites(nOtherSub) > 0
                    IF nPairCities(nChainSub, nOtherSub) > 0
                       OR nPairZips(nChainSub, nOtherSub) > 0
                       ADD 1 TO nPairCnt
                       MOVE xChainNameEl(nChainSub) TO xePrChainA
                       MOVE xChainNameEl(nOtherSub) TO xePrChainB
                       MOVE nPairCities(nChainSub, nOtherSub)
                          TO nePrCities
                       MOVE nPairZips(nChainSub, nOtherSub)
                          TO nePrZips
                       MOVE xPairDetail TO xFileOut
                       WRITE xFileOut
                    ELSE
                       ADD 1 TO nNoPairCnt
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

       250-CHAIN-REPORT.
           MOVE SPACES TO xFileOut.
           WRITE xFileOut.
           MOVE 'CHAIN MARKETS WITHOUT COMPETITION' TO xFileOut.
           WRITE xFileOut.
           PERFORM 260-ONE-CHAIN VARYING nChainSub FROM 1 BY 1
              UNTIL nChainSub > nChainCnt.

       260-ONE-CHAIN.
           IF nChainSites(nChainSub) > 0
              MOVE SPACES TO xFileOut
              WRITE xFileOut
              MOVE xChainNameEl(nChainSub) TO xeChName
              IF xChainCatEl(nChainSub) = SPACES
                 MOVE '(NO CATEGORY)' TO xeChCat
              ELSE
                 MOVE xChainCatEl(nChainSub) TO xeChCat
              END-IF
              MOVE nChainSites(nChainSub) TO neChSites
              MOVE nChainMkts(nChainSub) TO neChMkts
              MOVE xChainHeading TO xFileOut
              WRITE xFileOut
              IF xChainCatEl(nChainSub) NOT = SPACES
                 MOVE '   NO SAME-CATEGORY COMPETITOR IN:' TO xFileOut
                 WRITE xFileOut
                 MOVE 'C' TO xListKind
                 MOVE 0 TO nListCnt
                 PERFORM 270-CHECK-CITY VARYING nMktSub FROM 1 BY 1
                    UNTIL nMktSub > nMktCnt
                 IF nListCnt = 0
                    MOVE '      (NONE)' TO xFileOut
                    WRITE xFileOut
                 END-IF
              END-IF
              MOVE '   ONLY CHAIN IN TOWN IN:' TO xFileOut
              WRITE xFileOut
              MOVE 'A' TO xListKind
              MOVE 0 TO nListCnt
              PERFORM 270-CHECK-CITY VARYING nMktSub FROM 1 BY 1
                 UNTIL nMktSub > nMktCnt
              IF nListCnt = 0
                 MOVE '      (NONE)' TO xFileOut
                 WRITE xFileOut
              END-IF
           END-IF.

       270-CHECK-CITY. *> C - any other chain of the same category
          *> there; A - any other chain at all
           IF xMktHas(nMktSub, nChainSub) = 'y'
              MOVE 'n' TO xSameCat, xAnyOther
              PERFORM VARYING nOtherSub FROM 1 BY 1
                 UNTIL nOtherSub > nChainCnt
                 IF nOtherSub NOT = nChainSub
                    AND xMktHas(nMktSub, nOtherSub) = 'y'
                    MOVE 'y' TO xAnyOther
                    IF xChainCatEl(nOtherSub) = xChainCatEl(nChainSub)
                       MOVE 'y' TO xSameCat
                    END-IF
                 END-IF
              END-PERFORM
              IF (xListKind = 'C' AND xSameCat = 'n')
                 OR (xListKind = 'A' AND xAnyOther = 'n')
                 ADD 1 TO nListCnt
                 MOVE SPACES TO xFileOut
                 STRING '      ' DELIMITED BY SIZE
                    FUNCTION TRIM(xMktCity(nMktSub)) DELIMITED BY SIZE
                    ', ' DELIMITED BY SIZE
                    xMktState(nMktSub) DELIMITED BY SIZE
                    INTO xFileOut
                 END-STRING
                 WRITE xFileOut
              END-IF
           END-IF.

       300-TERMINATION.
           CLOSE OUTFILE.
           IF nDroppedCnt > 0
              DISPLAY nDroppedCnt ' STORE(S) LEFT OFF - MORE THAN 40 '
                 'CHAINS'
              MOVE 'WARNING' TO xEojCode
           END-IF.
           DISPLAY nSiteCnt ' OPEN STORES IN ' nMktCnt ' CITIES / '
              nZipCnt ' ZIPS - SEE Food-overlap.txt'.
           STRING "sites=" DELIMITED BY SIZE
              nSiteCnt DELIMITED BY SIZE
              " cities=" DELIMITED BY SIZE
              nMktCnt DELIMITED BY SIZE
              " zips=" DELIMITED BY SIZE
              nZipCnt DELIMITED BY SIZE
              " pairs=" DELIMITED BY SIZE
              nPairCnt DELIMITED BY SIZE
              INTO xAuditDetail
              ON OVERFLOW CONTINUE
           END-STRING.
           CALL "writeAuditLog" USING xAuditProgName xAuditEventEnd
              xAuditDetail.
           CALL "writeEndOfJob" USING xAuditProgName xEojCode
              xAuditDetail.
