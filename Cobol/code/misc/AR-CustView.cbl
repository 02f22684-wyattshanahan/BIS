       identification division.
       program-id. AR-CustView.

      *> Customer self-service account inquiry on the postData CGI
      *> framework - what the clerk used to rerun FILEREADER to read
      *> out over the phone. A signed-in CUSTOMER user sees their
      *> current balance off the customer master, their open invoices
      *> off ARInvoices.txt aged from the invoice date, the most
      *> recent payments off ARActivity-posted.txt, and any promise
      *> to pay on ARPromises.txt, rendered through the shared
      *> template renderer like the pay-stub page. The account shown
      *> is only ever the one WebCustomers.txt links the signed-in
      *> user to (webUserCustomer) - nothing posted or on the query
      *> string can name another customer. Build alongside
      *> ../common/webauth.cbl and ../common/template-render.cbl.

       environment division.
           copy "postData-environmentdivision.cbl".
       input-output section.
       file-control.
           select CustFile assign to dynamic xCustFileName
             organization is sequential
             file status is xCustStatus.
           select optional InvFile assign to dynamic xInvFileName
             organization is line sequential
             file status is xInvStatus.
           select optional ActFile assign to "ARActivity-posted.txt"
             organization is line sequential
             file status is xActStatus.
           select optional PromFile assign to dynamic xPromFileName
             organization is line sequential
             file status is xPromStatus.
           copy "postData-filecontrol.cbl".
       data division.
       file section.

       fd webInput external.
       01 xPostData   pic x(1024).

           copy "postData-filesection.cbl".
       fd  CustFile.
       01  xCustRecord.
           05 nCustNumIn     pic 9(5).
           05 xLastName      pic x(25).
           05 xFirstName     pic x(20).
           05 nYear          pic 9(4).
           05 nMonth         pic 99.
           05 nDay           pic 99.
           05 nBalance       pic s9(5)v99 sign is trailing.
           05 nCredLim       pic 9(5).
           05 xHoldFlag      pic x.

       fd  InvFile. *> one line per invoice line, T = its tax line
       01  xInvRecord.
           05 nInvCustIn     pic 9(5).
           05 nInvNumIn      pic 9(6).
           05 nInvDateIn     pic 9(8).
           05 nInvAmtIn      pic 9(5)v99.
           05 nInvOpenIn     pic 9(5)v99.
           05 xInvLineIn     pic x.

       fd  ActFile. *> AR-POST's cumulative posted-activity log
       01  xActRecord.
           05 nActCust       pic 9(5).
           05 xActType       pic x.
           05 nActAmt        pic 9(5)v99.
           05 nActDate       pic 9(8).
           05 nActInv        pic 9(6).

       fd  PromFile.
       01  xPromRecord.
           05 nPromCustIn    pic 9(5).
           05 nPromAmtIn     pic 9(5)v99.
           05 nPromDueIn     pic 9(8).
           05 nPromTakenIn   pic 9(8).
           05 xPromByIn      pic x(20).

       working-storage section.

       77  xNewLine           pic x         value x"0a".
       77  xCustFileName      pic x(100).
       77  xCustStatus        pic xx.
       77  xInvFileName       pic x(100).
       77  xInvStatus         pic xx.
       77  xActStatus         pic xx.
       77  xPromFileName      pic x(100).
       77  xPromStatus        pic xx.
       77  xEofFlag           pic x         value 'n'.
       77  xRoleRequired      pic x(10)     value "CUSTOMER".
       77  xAuthResult        pic x         value 'N'.
       77  xWebUserWk         pic x(50)     value spaces.
       77  xLinkUser          pic x(16)     value spaces.
       77  nCustKey           pic 9(5)      value 0.
       77  xCustFound         pic x         value 'n'.
       77  xCustName          pic x(46)     value spaces.
       77  nCustBal           pic s9(5)v99  value 0.
       77  nTodayDate         pic 9(8)      value 0.
       77  nInvCnt            pic 999       value 0.
       77  nInvSub            pic 999       value 0.
       77  nInvMax            pic 999       value 100.
       77  nDaysOld           pic s9(5)     value 0.
       77  nTotOpen           pic 9(7)v99   value 0.
       77  nAgeCur            pic 9(7)v99   value 0.
       77  nAge60             pic 9(7)v99   value 0.
       77  nAge90             pic 9(7)v99   value 0.
       77  nAgeOver           pic 9(7)v99   value 0.
       77  nPayCnt            pic 99        value 0.
       77  nPaySub            pic 99        value 0.
       77  nPayMax            pic 99        value 10. *> newest
           *> payments shown - the log is in posting order, so the
           *> last ten matching records are the ten most recent
       77  nShiftSub          pic 99        value 0.
       77  nPromCnt           pic 99        value 0.
       77  nPromSub           pic 99        value 0.
       77  xTplName           pic x(100).
       77  xTvName            pic x(25).
       77  xTvValue           pic x(100).
       77  neDateOut          pic 9999/99/99.
       77  neMoneyOut         pic $zz,zz9.99-.
       77  neTotOut           pic $z,zzz,zz9.99.
       77  neDaysOut          pic zzzz9.
       77  neCustOut          pic 9(5).
       77  neInvOut           pic 9(6).

       01  xInvTable. *> one entry per open invoice, all its lines
           05  xInvElement occurs 100 times.
               10  nTblInvNum  pic 9(6).
               10  nTblInvDate pic 9(8).
               10  nTblInvAmt  pic 9(6)v99.
               10  nTblInvOpen pic 9(6)v99.

       01  xPayTable. *> ring of the newest payments for the page
           05  xPayElement occurs 10 times.
               10  nPayDate    pic 9(8).
               10  nPayAmt     pic 9(5)v99.
               10  nPayInv     pic 9(6).

       01  xPromTable.
           05  xPromElement occurs 10 times.
               10  nTblPromAmt   pic 9(5)v99.
               10  nTblPromDue   pic 9(8).
               10  nTblPromTaken pic 9(8).

           copy "postData-workingstorage.cbl".
           copy "template-ws.cbl".
       procedure division.
       000-main.
           perform 100-initialise.
           perform 200-load-customer.
           perform 210-load-invoices.
           perform 220-load-payments.
           perform 230-load-promises.
           perform 300-show-account.
           stop run.

       100-initialise.
           move "customer-20.txt" to xCustFileName.
           accept xCustFileName from environment "CUSTOMER_FILE"
              on exception
                 move "customer-20.txt" to xCustFileName
           end-accept.
           move "ARInvoices.txt" to xInvFileName.
           accept xInvFileName from environment "AR_INVOICE_FILE"
              on exception
                 move "ARInvoices.txt" to xInvFileName
           end-accept.
           move "ARPromises.txt" to xPromFileName.
           accept xPromFileName from environment "AR_PROMISE_FILE"
              on exception
                 move "ARPromises.txt" to xPromFileName
           end-accept.
           call "getPostData".
           call "getQueryData".
           call "getSession".
           display "Content-type: text/html", xNewLine.
      *> only a customer user - or ADMIN, who passes every gate but
      *> is linked to no account and so sees none
           call "checkWebAuth" using xRoleRequired xAuthResult.
           if xAuthResult not = 'Y'
              display "<!doctype html><html><body>"
              display "<p>This page needs a customer sign-in. "
                 "<a href='web-login.cgi'>Sign in</a> and "
                 "come back.</p>"
              display "</body></html>"
              stop run
           end-if.
           call "logWebUser".
           move function getSessionValue("webuser") to xWebUserWk.
           move xWebUserWk to xLinkUser.
           call "webUserCustomer" using xLinkUser nCustKey.
           if nCustKey = 0
              display "<!doctype html><html><body>"
              display "<p>No customer account is linked to this "
                 "sign-in. Call our accounts receivable office to "
                 "have it set up.</p>"
              display "</body></html>"
              stop run
           end-if.
           accept nTodayDate from date yyyymmdd.

       200-load-customer.
           open input CustFile.
           if xCustStatus not = "00"
              display "<!doctype html><html><body>"
              display "<p>Account information is not available right "
                 "now - try again later.</p></body></html>"
              stop run
           end-if.
           perform 201-read-customer until xEofFlag = 'y'.
           close CustFile.
           if xCustFound = 'n'
              display "<!doctype html><html><body>"
              display "<p>The account this sign-in is linked to is not "
                 "on file. Call our accounts receivable office.</p>"
              display "</body></html>"
              stop run
           end-if.

       201-read-customer.
           read CustFile
             at end
               move 'y' to xEofFlag
             not at end
               if nCustNumIn = nCustKey
                  move 'y' to xCustFound
                  move 'y' to xEofFlag
                  move nBalance to nCustBal
                  move spaces to xCustName
                  string function trim(xFirstName) delimited by size
                     " " delimited by size
                     function trim(xLastName) delimited by size
                     into xCustName
                     on overflow continue
                  end-string
               end-if
           end-read.

       210-load-invoices. *> every line of an invoice, tax line too,
          *> folds into one entry; fully paid invoices drop out below
           move 'n' to xEofFlag.
           open input InvFile.
           if xInvStatus = "00"
              perform 211-read-invoice until xEofFlag = 'y'
           end-if.
           close InvFile.

       211-read-invoice.
           read InvFile
             at end
               move 'y' to xEofFlag
             not at end
               if nInvCustIn = nCustKey and nInvOpenIn > 0
                  perform 212-keep-invoice
               end-if
           end-read.

       212-keep-invoice.
           perform varying nInvSub from 1 by 1
              until nInvSub > nInvCnt
              or nTblInvNum(nInvSub) = nInvNumIn
              continue
           end-perform.
           if nInvSub > nInvCnt
              if nInvCnt < nInvMax
                 add 1 to nInvCnt
                 move nInvCnt to nInvSub
                 move nInvNumIn to nTblInvNum(nInvSub)
                 move nInvDateIn to nTblInvDate(nInvSub)
                 move 0 to nTblInvAmt(nInvSub), nTblInvOpen(nInvSub)
              else
                 move 0 to nInvSub
              end-if
           end-if.
           if nInvSub > 0
              add nInvAmtIn to nTblInvAmt(nInvSub)
              add nInvOpenIn to nTblInvOpen(nInvSub)
           end-if.

       220-load-payments.
           move 'n' to xEofFlag.
           open input ActFile.
           if xActStatus = "00"
              perform 221-read-activity until xEofFlag = 'y'
           end-if.
           close ActFile.

       221-read-activity.
           read ActFile
             at end
               move 'y' to xEofFlag
             not at end
               if nActCust = nCustKey and xActType = 'P'
                  perform 222-keep-payment
               end-if
           end-read.

       222-keep-payment. *> the newest ten ride a shifting window
           if nPayCnt < nPayMax
              add 1 to nPayCnt
           else
              perform varying nShiftSub from 1 by 1
                 until nShiftSub > nPayMax - 1
                 move xPayElement(nShiftSub + 1) to
                    xPayElement(nShiftSub)
              end-perform
           end-if.
           move nActDate to nPayDate(nPayCnt).
           move nActAmt to nPayAmt(nPayCnt).
           move nActInv to nPayInv(nPayCnt).

       230-load-promises.
           move 'n' to xEofFlag.
           open input PromFile.
           if xPromStatus = "00"
              perform 231-read-promise until xEofFlag = 'y'
           end-if.
           close PromFile.

       231-read-promise.
           read PromFile
             at end
               move 'y' to xEofFlag
             not at end
               if nPromCustIn = nCustKey and nPromCnt < 10
                  add 1 to nPromCnt
                  move nPromAmtIn to nTblPromAmt(nPromCnt)
                  move nPromDueIn to nTblPromDue(nPromCnt)
                  move nPromTakenIn to nTblPromTaken(nPromCnt)
               end-if
           end-read.

       300-show-account.
           move 0 to tmplCount.
           move nCustKey to neCustOut.
           move "custnum" to xTvName.
           move neCustOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move "custname" to xTvName.
           move xCustName to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nCustBal to neMoneyOut.
           move "balance" to xTvName.
           move neMoneyOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nTodayDate to neDateOut.
           move "asof" to xTvName.
           move neDateOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move "custview-head.tpl" to xTplName.
           call "renderTemplate" using xTplName.
           if nInvCnt = 0
              display "<tr><td colspan='6'>No open invoices."
                 "</td></tr>"
           else
              perform 310-render-invoice varying nInvSub from 1 by 1
                 until nInvSub > nInvCnt
           end-if.
           move 0 to tmplCount.
           perform 320-put-aging-values.
           move "custview-mid.tpl" to xTplName.
           call "renderTemplate" using xTplName.
           if nPayCnt = 0
              display "<tr><td colspan='3'>No payments on file."
                 "</td></tr>"
           else
              perform 330-render-payment varying nPaySub from 1 by 1
                 until nPaySub > nPayCnt
           end-if.
           move 0 to tmplCount.
           move "custview-promhead.tpl" to xTplName.
           call "renderTemplate" using xTplName.
           if nPromCnt = 0
              display "<tr><td colspan='4'>No payment promise on "
                 "file.</td></tr>"
           else
              perform 340-render-promise varying nPromSub from 1 by 1
                 until nPromSub > nPromCnt
           end-if.
           move 0 to tmplCount.
           move "custnum" to xTvName.
           move neCustOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move "custview-foot.tpl" to xTplName.
           call "renderTemplate" using xTplName.

       310-render-invoice. *> aged from the invoice date, in the same
          *> buckets the collectors work from
           move 0 to tmplCount.
           compute nDaysOld =
              function integer-of-date(nTodayDate) -
              function integer-of-date(nTblInvDate(nInvSub)).
           if nDaysOld < 0
              move 0 to nDaysOld
           end-if.
           add nTblInvOpen(nInvSub) to nTotOpen.
           move "age" to xTvName.
           evaluate true
              when nDaysOld <= 30
                 move "Current" to xTvValue
                 add nTblInvOpen(nInvSub) to nAgeCur
              when nDaysOld <= 60
                 move "31-60 days" to xTvValue
                 add nTblInvOpen(nInvSub) to nAge60
              when nDaysOld <= 90
                 move "61-90 days" to xTvValue
                 add nTblInvOpen(nInvSub) to nAge90
              when other
                 move "Over 90 days" to xTvValue
                 add nTblInvOpen(nInvSub) to nAgeOver
           end-evaluate.
           call "putTemplateValue" using xTvName xTvValue.
           move nTblInvNum(nInvSub) to neInvOut.
           move "invoice" to xTvName.
           move neInvOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nTblInvDate(nInvSub) to neDateOut.
           move "date" to xTvName.
           move neDateOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nTblInvAmt(nInvSub) to neMoneyOut.
           move "amount" to xTvName.
           move neMoneyOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nTblInvOpen(nInvSub) to neMoneyOut.
           move "open" to xTvName.
           move neMoneyOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nDaysOld to neDaysOut.
           move "days" to xTvName.
           move neDaysOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move "custview-inv.tpl" to xTplName.
           call "renderTemplate" using xTplName.

       320-put-aging-values.
           move nTotOpen to neTotOut.
           move "totopen" to xTvName.
           move neTotOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nAgeCur to neTotOut.
           move "agecur" to xTvName.
           move neTotOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nAge60 to neTotOut.
           move "age60" to xTvName.
           move neTotOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nAge90 to neTotOut.
           move "age90" to xTvName.
           move neTotOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nAgeOver to neTotOut.
           move "ageover" to xTvName.
           move neTotOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.

       330-render-payment. *> newest last, same order as the log
           move 0 to tmplCount.
           move nPayDate(nPaySub) to neDateOut.
           move "date" to xTvName.
           move neDateOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nPayAmt(nPaySub) to neMoneyOut.
           move "amount" to xTvName.
           move neMoneyOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move "invoice" to xTvName.
           if nPayInv(nPaySub) = 0
              move "-" to xTvValue
           else
              move nPayInv(nPaySub) to neInvOut
              move neInvOut to xTvValue
           end-if.
           call "putTemplateValue" using xTvName xTvValue.
           move "custview-pay.tpl" to xTplName.
           call "renderTemplate" using xTplName.

       340-render-promise.
           move 0 to tmplCount.
           move nTblPromAmt(nPromSub) to neMoneyOut.
           move "amount" to xTvName.
           move neMoneyOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nTblPromDue(nPromSub) to neDateOut.
           move "due" to xTvName.
           move neDateOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move nTblPromTaken(nPromSub) to neDateOut.
           move "taken" to xTvName.
           move neDateOut to xTvValue.
           call "putTemplateValue" using xTvName xTvValue.
           move "status" to xTvName.
           if nTblPromDue(nPromSub) < nTodayDate
              move "Past due" to xTvValue
           else
              move "Open" to xTvValue
           end-if.
           call "putTemplateValue" using xTvName xTvValue.
           move "custview-prom.tpl" to xTplName.
           call "renderTemplate" using xTplName.

       end program AR-CustView.

           copy "postData-procedure.cbl".
