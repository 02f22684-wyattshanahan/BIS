      *> comparison-mode artist list come in on the query string, the
      *> rank-delta column is joined from the prior extract the way
      *> 150-MATCH-PRIOR joins it, and the table sorts by rank or
      *> artist. Each album shows its current sales certification
      *> from the shared certLevel lookup.

       environment division.
           copy "postData-environmentdivision.cbl".
       77  neCmpCopies        pic zzz,zzz,zz9.
       77  nRankDelta         pic s99       value 0.
       77  nShownCnt          pic 99        value 0.
       77  xCertFunc          pic x         value 'C'.
       77  nCertLevel         pic 99        value 0.
       77  nCertThresh        pic 9(8)      value 0.

       01  xCompareList.
           05 xCmpEl occurs 5 times pic x(20).
           05  neRowCopies    pic zz,zzz,zz9.
           05  filler         pic x(9)      value "</td><td>".
           05  neRowDelta     pic -z9.
           05  filler         pic x(9)      value "</td><td>".
           05  xRowCert       pic x(12).
           05  filler         pic x(10)     value "</td></tr>".

           copy "postData-workingstorage.cbl".
           display "</form>".
           display "<table>".
           display "<tr><th>Rank</th><th>Artist</th><th>Album</th>"
              "<th>Copies</th><th>Rank chg.</th>"
              "<th>Certification</th></tr>".
           perform 210-render-row varying nProcSub from 1 by 1
              until nProcSub > nLoadSub.
           display "</table>".
                 move 0 to nRankDelta
              end-if
              move nRankDelta to neRowDelta
              call "certLevel" using xCertFunc nCopySoldEl(nProcSub)
                 nCertLevel xRowCert nCertThresh
              display xListRow
           end-if.

