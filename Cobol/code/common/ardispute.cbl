      *> File: ardispute.cbl
      *>
      *> Open invoice disputes for a customer, so dunning, finance
      *> charges and the statements all leave out the same invoices.
      *> ARDisputes.txt (AR_DISPUTE_FILE) is kept by AR-DISPUTE; a
      *> dispute with no resolution code is open. The amounts come
      *> from the open items on ARInvoices.txt (AR_INVOICE_FILE),
      *> every line of a disputed invoice - its tax line included.
      *>    CALL "arDisputeFor" USING <customer 9(5)>
      *>                              <invoice 9(6), 0 = all of them>
      *>                              <amount 9(6)v99, returned -
      *>                               open balance under dispute>
      *>                              <found x, returned Y/N - an
      *>                               open dispute is on file>
      *>                              <date 9(8), returned - oldest
      *>                               undisputed open invoice, 0 =
      *>                               none>
      *> Both files are read once, on the first call of the run.

       identification division.
       program-id. arDisputeFor.

       environment division.
       input-output section.
       file-control.
           select optional DisputeFile assign to dynamic xDspFileName
             organization is line sequential
             file status is xDspStatus.
           select optional DspInvFile assign to dynamic xDspInvName
             organization is line sequential
             file status is xDspInvStatus.

       data division.
       file section.
       fd  DisputeFile.
       01  xDspRecord.
           05 nDspCustIn               pic 9(5).
           05 nDspInvIn                pic 9(6).
           05 xDspReasonIn             pic xx.
           05 nDspOpenedIn             pic 9(8).
           05 xDspOwnerIn              pic x(8).
           05 xDspResolveIn            pic xx.
           05 nDspResDateIn            pic 9(8).
           05 xDspNoteIn               pic x(40).

       fd  DspInvFile.
       01  xDspInvRecord.
           05 nDspInvCustIn            pic 9(5).
           05 nDspInvNumIn             pic 9(6).
           05 nDspInvDateIn            pic 9(8).
           05 nDspInvAmtIn             pic 9(5)v99.
           05 nDspInvOpenIn            pic 9(5)v99.
           05 xDspInvLineIn            pic x.

       working-storage section.
       77  xDspFileName                pic x(100).
       77  xDspStatus                  pic xx.
       77  xDspInvName                 pic x(100).
       77  xDspInvStatus               pic xx.
       77  xDspLoaded                  pic x       value 'n'.
       77  xDspEOF                     pic x       value 'n'.
       77  nDspCnt                     pic 999     value 0.
       77  nDspSub                     pic 999     value 0.
       77  nDspInvCnt                  pic 9(4)    value 0.
       77  nDspInvSub                  pic 9(4)    value 0.
       77  xDspThisOne                 pic x       value 'n'.

       01  xDspTable.
           05 xDspElement occurs 300 times.
              10 nDspCustTbl           pic 9(5).
              10 nDspInvTbl            pic 9(6).

       01  xDspInvTable.
           05 xDspInvElement occurs 500 times.
              10 nDspInvCustTbl        pic 9(5).
              10 nDspInvNumTbl         pic 9(6).
              10 nDspInvDateTbl        pic 9(8).
              10 nDspInvOpenTbl        pic 9(5)v99.

       linkage section.
       01  nDspCust                    pic 9(5).
       01  nDspInv                     pic 9(6).
       01  nDspAmt                     pic 9(6)v99.
       01  xDspFound                   pic x.
       01  nDspOldest                  pic 9(8).

       procedure division using nDspCust nDspInv nDspAmt xDspFound
           nDspOldest.
           if xDspLoaded = 'n'
              move 'y' to xDspLoaded
              move "ARDisputes.txt" to xDspFileName
              accept xDspFileName from environment "AR_DISPUTE_FILE"
                 on exception
                    move "ARDisputes.txt" to xDspFileName
              end-accept
              move "ARInvoices.txt" to xDspInvName
              accept xDspInvName from environment "AR_INVOICE_FILE"
                 on exception
                    move "ARInvoices.txt" to xDspInvName
              end-accept
              open input DisputeFile
              if xDspStatus = "00"
                 perform until xDspEOF = 'y'
                    read DisputeFile
                       at end
                          move 'y' to xDspEOF
                       not at end
                          if xDspResolveIn = spaces
                             and nDspCnt < 300
                             add 1 to nDspCnt
                             move nDspCustIn to nDspCustTbl(nDspCnt)
                             move nDspInvIn to nDspInvTbl(nDspCnt)
                          end-if
                    end-read
                 end-perform
              end-if
              close DisputeFile
              move 'n' to xDspEOF
              open input DspInvFile
              if xDspInvStatus = "00"
                 perform until xDspEOF = 'y'
                    read DspInvFile
                       at end
                          move 'y' to xDspEOF
                       not at end
                          if nDspInvCnt < 500
                             add 1 to nDspInvCnt
                             move nDspInvCustIn
                                to nDspInvCustTbl(nDspInvCnt)
                             move nDspInvNumIn
                                to nDspInvNumTbl(nDspInvCnt)
                             move nDspInvDateIn
                                to nDspInvDateTbl(nDspInvCnt)
                             move nDspInvOpenIn
                                to nDspInvOpenTbl(nDspInvCnt)
                          end-if
                    end-read
                 end-perform
              end-if
              close DspInvFile
           end-if.
           move 0 to nDspAmt, nDspOldest.
           move 'N' to xDspFound.
           perform varying nDspSub from 1 by 1 until nDspSub > nDspCnt
              if nDspCustTbl(nDspSub) = nDspCust
                 and (nDspInv = 0 or nDspInvTbl(nDspSub) = nDspInv)
                 move 'Y' to xDspFound
              end-if
           end-perform.
           perform varying nDspInvSub from 1 by 1
              until nDspInvSub > nDspInvCnt
              if nDspInvCustTbl(nDspInvSub) = nDspCust
                 and nDspInvOpenTbl(nDspInvSub) > 0
                 and (nDspInv = 0
                    or nDspInvNumTbl(nDspInvSub) = nDspInv)
                 move 'n' to xDspThisOne
                 perform varying nDspSub from 1 by 1
                    until nDspSub > nDspCnt
                    if nDspCustTbl(nDspSub) = nDspCust
                       and nDspInvTbl(nDspSub) =
                          nDspInvNumTbl(nDspInvSub)
                       move 'y' to xDspThisOne
                    end-if
                 end-perform
                 if xDspThisOne = 'y'
                    add nDspInvOpenTbl(nDspInvSub) to nDspAmt
                 else
                    if nDspOldest = 0
                       or nDspInvDateTbl(nDspInvSub) < nDspOldest
                       move nDspInvDateTbl(nDspInvSub) to nDspOldest
                    end-if
                 end-if
              end-if
           end-perform.

       end program arDisputeFor.
