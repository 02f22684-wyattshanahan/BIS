           05 nMstVacBal     pic 9(3)v99.
           05 nMstSickBal    pic 9(3)v99.
           05 xMstPayGroup   pic x.
           05 nMstSepDate    pic 9(8).
           05 xMstSepReason  pic xx.
           05 nMstYtdTaxWage pic 9(7)v99.
           05 nMstYtdFicaWage pic 9(7)v99.
           05 nMstYtdDefer    pic 9(6)v99.
           05 nMstYtdMatch    pic 9(6)v99.

       fd  MasterScan. *> sequential second view of the same master,
          *> used only to stream the entry form's rows
           05 nScnYtdFedTax  pic 9(6)v99.
           05 nScnYtdFica    pic 9(6)v99.
           05 xScnStatus     pic x.
           05 xScnRest       pic x(74).

       fd  EntryFile.
       01  xEntryRecord.
       77  xJobValue          pic x(4)      value spaces.
       77  xRoleRequired      pic x(10)     value "PAYROLL".
       77  xAuthResult        pic x         value 'N'.
       77  xTokenResult       pic x         value 'N'.
       77  xFormName40        pic x(40).

       01  xFormRow.
              stop run
           end-if.
           call "logWebUser".
      *> a POST must carry the form token this session was issued -
      *> a forged submit from another site is turned away before the
      *> master or the entry file is opened
           call "checkFormToken" using xTokenResult.
           if xTokenResult not = 'Y'
              display "<p>This submission did not come from the time "
                 "entry form - nothing was posted. <a href=''>Reload "
                 "the form</a> and try again.</p>"
              display "</body>"
              display "</html>"
              stop run
           end-if.
           move function getPostValue("dept") to xDeptSel.
           perform varying nPostSub from 1 by 1
              until nPostSub > postCount
              stop run
           end-if.
           display "<form method='post' action=''>".
           call "showFormToken".
           if xDeptSel not = space
              display "<input type='hidden' name='dept' value='"
                 xDeptSel "'>"
