           05 nHistFica      pic s9(5)v99 sign is trailing.
           05 nHistNet       pic s9(5)v99 sign is trailing.
           05 nHistState     pic s9(5)v99 sign is trailing.
           05 nHistTaxWage   pic s9(5)v99 sign is trailing.
           05 nHistFicaWage  pic s9(5)v99 sign is trailing.
           05 nHistReimb     pic s9(5)v99 sign is trailing. *> mileage
              *> repaid on the check - inside the net, never wages

       working-storage section.

       77  nYtdFica           pic s9(6)v99  value 0.
       77  nYtdState          pic s9(6)v99  value 0.
       77  nYtdNet            pic s9(7)v99  value 0.
       77  nYtdReimb          pic s9(7)v99  value 0.
       77  xTplName           pic x(100).
       77  xTvName            pic x(25).
       77  xTvValue           pic x(100).
               10  nRecFica    pic s9(5)v99.
               10  nRecState   pic s9(5)v99.
               10  nRecNet     pic s9(5)v99.
               10  nRecReimb   pic s9(5)v99.

           copy "postData-workingstorage.cbl".
           copy "template-ws.cbl".
              move 0 to nRecState(nRecentCnt)
           end-if.
           move nHistNet   to nRecNet(nRecentCnt).
      *> and one from before the mileage column the same way
           if nHistReimb numeric
              move nHistReimb to nRecReimb(nRecentCnt)
           else
              move 0 to nRecReimb(nRecentCnt)
           end-if.
           if nHistDate(1:4) = nThisYear
              add nHistGross to nYtdGross
              add nHistFed to nYtdFed
                 add nHistState to nYtdState
              end-if
              add nHistNet to nYtdNet
              add nRecReimb(nRecentCnt) to nYtdReimb
           end-if.

       230-render-row. *> newest last, same order as the history
           move "state" to xTvName.
           move neMoneyOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nRecReimb(nRecSub) to neMoneyOut.
           move "mileage" to xTvName.
           move neMoneyOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nRecNet(nRecSub) to neMoneyOut.
           move "net" to xTvName.
           move neMoneyOut to xTvValue.
           move "ytdnet" to xTvName.
           move neYtdOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nYtdReimb to neYtdOut.
           move "ytdmileage" to xTvName.
           move neYtdOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.

       250-show-form.
           display "<!doctype html>".
