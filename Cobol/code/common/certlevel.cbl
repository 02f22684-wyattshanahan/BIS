      *> File: certlevel.cbl
      *>
      *> Shared sales-certification lookup for the album programs, so
      *> ALBUMS-POST, 2010ALBUMS and Albums-Web all read the same
      *> levels off the same file. CertLevels.txt (CERT_LEVEL_FILE)
      *> lists one level per line - the copies-sold threshold and the
      *> level's name (GOLD, PLATINUM, 2X PLATINUM ...) - in any order;
      *> it is loaded on the first call and held for the run. Without
      *> the file the standard album levels stand in: Gold at 500,000,
      *> Platinum at 1,000,000, 2X through 9X Platinum at each further
      *> million, and Diamond at 10,000,000.
      *>    CALL "certLevel" USING <func> <copies> <level no>
      *>       <level name> <threshold>
      *> func 'C' classifies <copies>: back come the highest level
      *> reached (0 and spaces when none), its name and its threshold.
      *> func 'L' looks up <level no> (1 = the lowest level) and
      *> returns its name and threshold, spaces and 0 past the top.
      *> Link it with the calling program, as auditlog.cbl is.

       identification division.
       program-id. certLevel.

       environment division.
       input-output section.
       file-control.
           select optional CertFile assign to dynamic xCertFileName
             organization is line sequential
             file status is xCertStatus.

       data division.
       file section.
       fd  CertFile.
       01  xCertRec.
           05  nCertThreshIn           pic 9(8).
           05  xCertNameIn             pic x(12).

       working-storage section.
       77  xCertFileName               pic x(100).
       77  xCertStatus                 pic xx.
       77  xCertLoaded                 pic x       value "n".
       77  xCertEof                    pic x       value "n".
       77  nCertCnt                    pic 99      value 0.
       77  nCertSub                    pic 99      value 0.
       77  nCertMult                   pic 99      value 0.

       01  xCertTable. *> ascending threshold once loaded
           05  xCertElement occurs 1 to 20 times
               depending on nCertCnt.
               10  nCertThreshTbl      pic 9(8).
               10  xCertNameTbl        pic x(12).

       linkage section.
       01  xCertFunc                   pic x.
       01  nCertCopies                 pic 9(8).
       01  nCertLevelNo                pic 99.
       01  xCertLevelName              pic x(12).
       01  nCertThreshold              pic 9(8).

       procedure division using xCertFunc nCertCopies nCertLevelNo
           xCertLevelName nCertThreshold.
           if xCertLoaded = "n"
              perform loadLevels
           end-if.
           if xCertFunc = "L"
              if nCertLevelNo > 0 and nCertLevelNo not > nCertCnt
                 move xCertNameTbl(nCertLevelNo) to xCertLevelName
                 move nCertThreshTbl(nCertLevelNo) to nCertThreshold
              else
                 move spaces to xCertLevelName
                 move 0 to nCertThreshold
              end-if
           else
              move 0 to nCertLevelNo
              move spaces to xCertLevelName
              move 0 to nCertThreshold
              perform varying nCertSub from 1 by 1
                 until nCertSub > nCertCnt
                 or nCertThreshTbl(nCertSub) > nCertCopies
                 move nCertSub to nCertLevelNo
                 move xCertNameTbl(nCertSub) to xCertLevelName
                 move nCertThreshTbl(nCertSub) to nCertThreshold
              end-perform
           end-if.
           goback.

       loadLevels.
           move "y" to xCertLoaded.
           move "CertLevels.txt" to xCertFileName.
           accept xCertFileName from environment "CERT_LEVEL_FILE"
              on exception
                 move "CertLevels.txt" to xCertFileName
           end-accept.
           open input CertFile.
           if xCertStatus = "00"
              perform readLevel until xCertEof = "y"
           end-if.
           close CertFile.
           if nCertCnt = 0
              perform standardLevels
           end-if.
           sort xCertElement on ascending key nCertThreshTbl.

       readLevel.
           read CertFile
              at end
                 move "y" to xCertEof
              not at end
                 if nCertThreshIn numeric and nCertThreshIn > 0
                    and xCertNameIn not = spaces
                    and nCertCnt < 20
                    add 1 to nCertCnt
                    move nCertThreshIn to nCertThreshTbl(nCertCnt)
                    move xCertNameIn to xCertNameTbl(nCertCnt)
                 end-if
           end-read.

       standardLevels.
           move 1 to nCertCnt.
           move 500000 to nCertThreshTbl(1).
           move "GOLD" to xCertNameTbl(1).
           move 2 to nCertCnt.
           move 1000000 to nCertThreshTbl(2).
           move "PLATINUM" to xCertNameTbl(2).
           perform varying nCertMult from 2 by 1 until nCertMult > 9
              add 1 to nCertCnt
              compute nCertThreshTbl(nCertCnt) = nCertMult * 1000000
              move spaces to xCertNameTbl(nCertCnt)
              string nCertMult(2:1) delimited by size
                 "X PLATINUM" delimited by size
                 into xCertNameTbl(nCertCnt)
              end-string
           end-perform.
           add 1 to nCertCnt.
           move 10000000 to nCertThreshTbl(nCertCnt).
           move "DIAMOND" to xCertNameTbl(nCertCnt).

       end program certLevel.
