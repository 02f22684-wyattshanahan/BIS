           perform 240-output varying nProcSub from 1 by 1
              until nProcSub > nLoadSub.
           display "</table>".
           display "<p><a href='wbb-splits.html'>Home/away, win/loss "
              "and opponent splits</a></p>".
           display "<br />".
           if nPlayers > 0
               compute neAvgBlocks = nTotalBlocks / nPlayers
