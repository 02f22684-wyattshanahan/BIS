       identification division.
       program-id. Pay-LeaveRequest.

      *> Web leave request on the postData CGI framework - the paper
      *> vacation/sick slip, replaced. The employee keys their number
      *> and sees the vacation and sick balances off the indexed
      *> master, less the hours already asked for and not yet paid
      *> (pending or approved requests on LeaveRequests.txt) - that
      *> projected balance is the most a new request may take. A
      *> request is appended as pending for the department manager
      *> whose web login Departments.txt carries; the manager rules
      *> on it in Pay-LeaveApprove, and PAYROLL-LEAVEPOST turns
      *> approved requests into L/K transactions when their pay
      *> period comes up. One request is at most one pay period's
      *> worth of hours - the edit's weekly ceiling - so a longer
      *> absence goes in as one request per period. Build alongside
      *> ../common/webauth.cbl and ../common/lockfile.cbl.

       environment division.
           copy "postData-environmentdivision.cbl".
       input-output section.
       file-control.
           select MasterFile assign to dynamic xMasterFileName
             organization is indexed
             access mode is random
             record key is nMstEmplNum
             file status is xMstFileStatus.
           select optional LeaveFile assign to dynamic xLeaveFileName
             organization is line sequential
             file status is xLeaveStatus.
           select optional DeptRefFile assign to dynamic
             xDeptRefFileName
             organization is line sequential
             file status is xDeptRefStatus.
           copy "postData-filecontrol.cbl".
       data division.
       file section.

       fd webInput external.
       01 xPostData   pic x(1024).

           copy "postData-filesection.cbl".
       fd  MasterFile.
       01  xMstRecord.
           05 nMstDeptNum    pic 9.
           05 nMstEmplNum    pic 9999.
           05 xMstLName      pic x(20).
           05 xMstFName      pic x(20).
           05 nMstPayRate    pic 999v99.
           05 nMstYtdGross   pic 9(7)v99.
           05 nMstYtdFedTax  pic 9(6)v99.
           05 nMstYtdFica    pic 9(6)v99.
           05 xMstStatus     pic x.
           05 xMstPayType    pic x.
           05 nMstSalary     pic 9(5)v99.
           05 xMstPayMethod  pic x.
           05 xMstWorkState  pic xx.
           05 nMstYtdState   pic 9(6)v99.
           05 nMstVacBal     pic 9(3)v99.
           05 nMstSickBal    pic 9(3)v99.
           05 xMstPayGroup   pic x.
           05 nMstSepDate    pic 9(8).
           05 xMstSepReason  pic xx.
           05 nMstYtdTaxWage pic 9(7)v99.
           05 nMstYtdFicaWage pic 9(7)v99.
           05 nMstYtdDefer    pic 9(6)v99.
           05 nMstYtdMatch    pic 9(6)v99.

       fd  LeaveFile. *> one line per request, every status kept -
          *> P pending, A approved, D denied, F posted to payroll
       01  xLeaveRecord.
           05 nLrqId         pic 9(6).
           05 nLrqEmpl       pic 9999.
           05 nLrqDept       pic 9.
           05 xLrqType       pic x. *> L vacation, K sick
           05 nLrqStart      pic 9(8).
           05 nLrqEnd        pic 9(8).
           05 nLrqHrs        pic 999.
           05 xLrqStatus     pic x.
           05 xLrqSubmit     pic x(16).
           05 nLrqSubDate    pic 9(8).
           05 xLrqDecider    pic x(16).
           05 nLrqDecDate    pic 9(8).
           05 nLrqPerNum     pic 9(3).
           05 xLrqNote       pic x(30).

       fd  DeptRefFile.
       01  xDeptRefRecord.
           05 nDptNumIn      pic 9.
           05 xDptNameIn     pic x(20).
           05 xDptMgrIn      pic x(20).
           05 xDptMgrUserIn  pic x(16).

       working-storage section.

       77  xNewLine           pic x         value x"0a".
       77  xMasterFileName    pic x(100).
       77  xMstFileStatus     pic xx.
       77  xLeaveFileName     pic x(100).
       77  xLeaveStatus       pic xx.
       77  xDeptRefFileName   pic x(100).
       77  xDeptRefStatus     pic xx.
       77  xEofFlag           pic x         value 'n'.
       77  xRoleRequired      pic x(10)     value spaces. *> blank =
          *> any signed-in user - leave is self-service
       77  xAuthResult        pic x         value 'N'.
       77  xTokenResult       pic x         value 'N'.
       77  xWebUserWk         pic x(50)     value spaces.
       77  xLockMode          pic x         value 'X'.
       77  xLockResult        pic x.
       77  xEmpRaw            pic x(4)      value spaces.
       77  nEmpKey            pic 9999      value 0.
       77  xEmpFound          pic x         value 'n'.
       77  xTypeIn            pic x         value space.
       77  xStartRaw          pic x(8)      value spaces.
       77  xEndRaw            pic x(8)      value spaces.
       77  xHrsRaw            pic x(3) justified right value spaces.
       77  nReqStart          pic 9(8)      value 0.
       77  nReqEnd            pic 9(8)      value 0.
       77  nReqHrs            pic 999       value 0.
       77  nMaxReqHrs         pic 999       value 100. *> the
          *> payroll pre-edit's ceiling on one transaction's hours
       77  nTodayDate         pic 9(8)      value 0.
       77  nLastId            pic 9(6)      value 0.
       77  nOpenVac           pic 9(4)v99   value 0.
       77  nOpenSick          pic 9(4)v99   value 0.
       77  nProjVac           pic s9(4)v99  value 0.
       77  nProjSick          pic s9(4)v99  value 0.
       77  nProjWork          pic s9(4)v99  value 0.
       77  xReqError          pic x(60)     value spaces.
       77  xMgrName           pic x(20)     value spaces.
       77  xMgrUser           pic x(16)     value spaces.
       77  neBalOut           pic zz9.99-.

           copy "postData-workingstorage.cbl".
       procedure division.
       000-main.
           perform 100-initialise.
           if nEmpKey = 0
              perform 250-show-form
           else
              perform 200-show-employee
           end-if.
           perform 300-termination.
           stop run.

       100-initialise.
           move "Payroll.master.idx" to xMasterFileName.
           accept xMasterFileName from environment
              "PAYROLL_MASTER_FILE"
              on exception
                 move "Payroll.master.idx" to xMasterFileName
           end-accept.
           move "LeaveRequests.txt" to xLeaveFileName.
           accept xLeaveFileName from environment
              "PAYROLL_LEAVE_REQ_FILE"
              on exception
                 move "LeaveRequests.txt" to xLeaveFileName
           end-accept.
           move "Departments.txt" to xDeptRefFileName.
           accept xDeptRefFileName from environment "DEPT_REF_FILE"
              on exception
                 move "Departments.txt" to xDeptRefFileName
           end-accept.
           call "getPostData".
           call "getQueryData".
           call "getSession".
           display "Content-type: text/html", xNewLine.
           display "<!doctype html>".
           display "<html>".
           display "<head>".
           display "<title>Leave Request</title>".
           display "<link rel=stylesheet type='text/css' "
              "href='style.css'>".
           display "</head>".
           display "<body>".
           display "<h1>Leave Request</h1>".
           call "checkWebAuth" using xRoleRequired xAuthResult.
           if xAuthResult not = 'Y'
              display "<p>This page needs a signed-in user. "
                 "<a href='web-login.cgi'>Sign in</a> and "
                 "come back.</p>"
              display "</body>"
              display "</html>"
              stop run
           end-if.
           call "logWebUser".
      *> a POST must carry the form token this session was issued -
      *> a forged submit from another site is turned away before
      *> any file is opened
           call "checkFormToken" using xTokenResult.
           if xTokenResult not = 'Y'
              display "<p>This submission did not come from the "
                 "leave request form - nothing was recorded. <a "
                 "href=''>Reload the form</a> and try again.</p>"
              display "</body>"
              display "</html>"
              stop run
           end-if.
           move function getSessionValue("webuser") to xWebUserWk.
           accept nTodayDate from date yyyymmdd.
           move function getPostValue("emp") to xEmpRaw.
           if xEmpRaw not = spaces and xEmpRaw numeric
              move xEmpRaw to nEmpKey
           end-if.
           move function getPostValue("type") to xTypeIn.
           move function getPostValue("start") to xStartRaw.
           move function getPostValue("end") to xEndRaw.
           move function trim(function getPostValue("hrs"))
              to xHrsRaw.

       200-show-employee. *> balances first, then any submission
          *> is measured against them, then the form again
           open input MasterFile.
           if xMstFileStatus not = "00"
              display "<p>The payroll master is not available "
                 "(status " xMstFileStatus ") - try again after "
                 "the payroll jobs finish.</p>"
              display "</body>"
              display "</html>"
              stop run
           end-if.
           move 'n' to xEmpFound.
           move nEmpKey to nMstEmplNum.
           read MasterFile
              invalid key
                 continue
              not invalid key
                 if xMstStatus not = 'I'
                    move 'y' to xEmpFound
                 end-if
           end-read.
           close MasterFile.
           if xEmpFound = 'n'
              display "<p>" nEmpKey " is not an active employee "
                 "number.</p>"
              perform 250-show-form
           else
              perform 210-load-open-hours
              if xTypeIn not = space
                 perform 220-edit-request
                 if xReqError = spaces
                    perform 225-file-request
                 end-if
                 if xReqError not = spaces
                    display "<p class='error'>Request not filed - "
                       function trim(xReqError) ".</p>"
                 end-if
              end-if
              perform 230-show-balances
           end-if.

       210-load-open-hours. *> hours asked for and not yet paid -
          *> pending and approved - come off the projected balance
           move 0 to nOpenVac, nOpenSick, nLastId.
           move 'n' to xEofFlag.
           open input LeaveFile.
           if xLeaveStatus = "00"
              perform 211-read-request until xEofFlag = 'y'
           end-if.
           close LeaveFile.
           compute nProjVac = nMstVacBal - nOpenVac.
           compute nProjSick = nMstSickBal - nOpenSick.

       211-read-request.
           read LeaveFile
             at end
               move 'y' to xEofFlag
             not at end
               if nLrqId > nLastId
                  move nLrqId to nLastId
               end-if
               if nLrqEmpl = nEmpKey
                  and (xLrqStatus = 'P' or xLrqStatus = 'A')
                  if xLrqType = 'L'
                     add nLrqHrs to nOpenVac
                  else
                     add nLrqHrs to nOpenSick
                  end-if
               end-if
           end-read.

       220-edit-request.
           move spaces to xReqError.
           if xTypeIn not = 'L' and xTypeIn not = 'K'
              move "choose vacation or sick" to xReqError
           end-if.
           if xReqError = spaces
              if xStartRaw not numeric or xEndRaw not numeric
                 move "dates must be YYYYMMDD" to xReqError
              else
                 move xStartRaw to nReqStart
                 move xEndRaw to nReqEnd
                 if function test-date-yyyymmdd(nReqStart) not = 0
                    or function test-date-yyyymmdd(nReqEnd) not = 0
                    move "dates must be YYYYMMDD" to xReqError
                 else
                    if nReqEnd < nReqStart
                       move "the last day is before the first day"
                          to xReqError
                    end-if
                 end-if
              end-if
           end-if.
           if xReqError = spaces
              inspect xHrsRaw replacing leading space by '0'
              if xHrsRaw not numeric
                 move "hours must be a whole number" to xReqError
              else
                 move xHrsRaw to nReqHrs
                 if nReqHrs < 1 or nReqHrs > nMaxReqHrs
                    move "hours must be 1 to 100 per request"
                       to xReqError
                 end-if
              end-if
           end-if.
           if xReqError = spaces
              if xTypeIn = 'L'
                 move nProjVac to nProjWork
              else
                 move nProjSick to nProjWork
              end-if
              if nReqHrs > nProjWork
                 move "more hours than the projected balance"
                    to xReqError
              end-if
           end-if.

       225-file-request.
           call "acquireFileLock" using xLeaveFileName xLockMode
              xLockResult.
           if xLockResult not = 'Y'
              move "the leave file is busy - submit again shortly"
                 to xReqError
           else
      *> re-read under the lock so a request filed in the meantime
      *> counts against the balance and the id stays unique
              perform 210-load-open-hours
              if xTypeIn = 'L'
                 move nProjVac to nProjWork
              else
                 move nProjSick to nProjWork
              end-if
              if nReqHrs > nProjWork
                 move "more hours than the projected balance"
                    to xReqError
              else
                 perform 226-append-request
              end-if
              call "releaseFileLock" using xLeaveFileName xLockMode
                 xLockResult
           end-if.

       226-append-request.
           open extend LeaveFile.
           if xLeaveStatus not = "00"
              open output LeaveFile
           end-if.
           move spaces to xLeaveRecord.
           compute nLrqId = nLastId + 1.
           move nEmpKey to nLrqEmpl.
           move nMstDeptNum to nLrqDept.
           move xTypeIn to xLrqType.
           move nReqStart to nLrqStart.
           move nReqEnd to nLrqEnd.
           move nReqHrs to nLrqHrs.
           move 'P' to xLrqStatus.
           move xWebUserWk(1:16) to xLrqSubmit.
           move nTodayDate to nLrqSubDate.
           move 0 to nLrqDecDate, nLrqPerNum.
           write xLeaveRecord.
           close LeaveFile.
           if xTypeIn = 'L'
              add nReqHrs to nOpenVac
              subtract nReqHrs from nProjVac
           else
              add nReqHrs to nOpenSick
              subtract nReqHrs from nProjSick
           end-if.
           perform 240-find-manager.
           display "<p>Request " nLrqId " filed for " nReqHrs
              " hours.</p>".
           if xMgrUser = spaces
              display "<p>No approving manager is on file for "
                 "department " nMstDeptNum " - the payroll office "
                 "will see this request on the open-leave report."
                 "</p>"
           else
              display "<p>It waits for "
                 function trim(xMgrName) " to approve.</p>"
           end-if.
           move space to xTypeIn.

       230-show-balances.
           display "<h2>" function trim(xMstFName) " "
              function trim(xMstLName) " (" nEmpKey ")</h2>".
           display "<table>".
           display "<tr><th></th><th>On file</th>"
              "<th>Requested, not yet paid</th>"
              "<th>Projected</th></tr>".
           display "<tr><td>Vacation</td><td>" with no advancing.
           move nMstVacBal to neBalOut.
           display neBalOut "</td><td>" with no advancing.
           move nOpenVac to neBalOut.
           display neBalOut "</td><td>" with no advancing.
           move nProjVac to neBalOut.
           display neBalOut "</td></tr>".
           display "<tr><td>Sick</td><td>" with no advancing.
           move nMstSickBal to neBalOut.
           display neBalOut "</td><td>" with no advancing.
           move nOpenSick to neBalOut.
           display neBalOut "</td><td>" with no advancing.
           move nProjSick to neBalOut.
           display neBalOut "</td></tr>".
           display "</table>".
           display "<form method='post' action=''>".
           call "showFormToken".
           display "<input type='hidden' name='emp' value='"
              nEmpKey "'>".
           display "<p><select name='type'>"
              "<option value='L'>Vacation</option>"
              "<option value='K'>Sick</option></select></p>".
           display "<p>First day (YYYYMMDD): "
              "<input name='start' size='8'></p>".
           display "<p>Last day (YYYYMMDD): "
              "<input name='end' size='8'></p>".
           display "<p>Hours: <input name='hrs' size='3'></p>".
           display "<input type='submit' value='Request leave'>".
           display "</form>".

       240-find-manager.
           move spaces to xMgrName, xMgrUser.
           move 'n' to xEofFlag.
           open input DeptRefFile.
           if xDeptRefStatus = "00"
              perform until xEofFlag = 'y'
                 read DeptRefFile
                    at end
                       move 'y' to xEofFlag
                    not at end
                       if nDptNumIn = nMstDeptNum
                          move xDptMgrIn to xMgrName
                          move xDptMgrUserIn to xMgrUser
                          move 'y' to xEofFlag
                       end-if
                 end-read
              end-perform
           end-if.
           close DeptRefFile.

       250-show-form.
           display "<form method='post' action=''>".
           call "showFormToken".
           display "<p>Employee number: "
              "<input name='emp' size='4'></p>".
           display "<input type='submit' value='Show my balances'>".
           display "</form>".

       300-termination.
           display "</body>".
           display "</html>".

       end program Pay-LeaveRequest.

           copy "postData-procedure.cbl".
