       identification division.
       program-id. Pay-LeaveApprove.

      *> Manager's side of the web leave request, on the postData CGI
      *> framework. The signed-in user sees the pending requests for
      *> every department whose manager web login in Departments.txt
      *> is theirs - nobody else's, and no role stands in for that
      *> login - and approves or denies each (a denial may carry a
      *> short reason the employee sees on the open-leave report).
      *> Rulings rewrite LeaveRequests.txt under the lock-file
      *> protocol and journal like every other maintenance change;
      *> approved requests wait there for PAYROLL-LEAVEPOST to turn
      *> them into L/K transactions for their pay period. Build
      *> alongside ../common/webauth.cbl, ../common/lockfile.cbl and
      *> ../common/maintjournal.cbl.

       environment division.
           copy "postData-environmentdivision.cbl".
       input-output section.
       file-control.
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
       fd  LeaveFile.
       01  xLeaveRecord.
           05 nLrqId         pic 9(6).
           05 nLrqEmpl       pic 9999.
           05 nLrqDept       pic 9.
           05 xLrqType       pic x.
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
       77  xLeaveFileName     pic x(100).
       77  xLeaveStatus       pic xx.
       77  xDeptRefFileName   pic x(100).
       77  xDeptRefStatus     pic xx.
       77  xEofFlag           pic x         value 'n'.
       77  xRoleRequired      pic x(10)     value spaces. *> any
          *> signed-in user; the department list decides the rest
       77  xAuthResult        pic x         value 'N'.
       77  xTokenResult       pic x         value 'N'.
       77  xWebUserWk         pic x(50)     value spaces.
       77  xLockMode          pic x         value 'X'.
       77  xLockResult        pic x.
       77  nTodayDate         pic 9(8)      value 0.
       77  nReqCnt            pic 9(4)      value 0.
       77  nReqSub            pic 9(4)      value 0.
       77  nPendCnt           pic 9(4)      value 0.
       77  nRuledCnt          pic 9(4)      value 0.
       77  nMgdCnt            pic 9         value 0.
       77  nDeptIdx           pic 99        value 0.
       77  xOverflow          pic x         value 'n'.
       77  xAnyRuling         pic x         value 'n'.
       77  nPostSub           pic 999       value 0.
       77  xIdRaw             pic x(6).
       77  xRuling            pic x.
       77  xReasonName        pic x(7).
       77  xReasonIn          pic x(30).
       77  xJrnFile           pic x(20)     value 'LeaveRequests.txt'.
       77  xJrnKey            pic x(20).
       77  xJrnAction         pic x(10).
       77  xJrnBefore         pic x(100).
       77  xJrnAfter          pic x(100).
       77  neDateOut          pic 9999/99/99.
       77  neDateOut2         pic 9999/99/99.
       77  neHrsOut           pic zz9.

       01  xMgdDeptFlags. *> y for each department this user approves
           05  xMgdDept occurs 10 times pic x.

       01  xReqTable.
           05  xReqElement occurs 2000 times.
               10  xReqImage  pic x(113).

           copy "postData-workingstorage.cbl".
       procedure division.
       000-main.
           perform 100-initialise.
           if nMgdCnt = 0
              display "<p>You are not the approving manager for any "
                 "department.</p>"
           else
              perform 200-load-requests
              if xAnyRuling = 'y'
                 perform 300-apply-rulings
              end-if
              perform 400-show-pending
           end-if.
           perform 900-termination.
           stop run.

       100-initialise.
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
           display "<title>Leave Approval</title>".
           display "<link rel=stylesheet type='text/css' "
              "href='style.css'>".
           display "</head>".
           display "<body>".
           display "<h1>Leave Approval</h1>".
           call "checkWebAuth" using xRoleRequired xAuthResult.
           if xAuthResult not = 'Y'
              display "<p>This page needs a signed-in manager. "
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
                 "leave approval form - nothing was recorded. <a "
                 "href=''>Reload the form</a> and try again.</p>"
              display "</body>"
              display "</html>"
              stop run
           end-if.
           move function getSessionValue("webuser") to xWebUserWk.
           accept nTodayDate from date yyyymmdd.
           move all 'n' to xMgdDeptFlags.
           open input DeptRefFile.
           if xDeptRefStatus = "00"
              perform 110-read-dept until xEofFlag = 'y'
           end-if.
           close DeptRefFile.
           perform varying nPostSub from 1 by 1
              until nPostSub > postCount
              if postName(nPostSub)(1:1) = "d"
                 and postValue(nPostSub) = "A" or "D"
                 move 'y' to xAnyRuling
              end-if
           end-perform.

       110-read-dept.
           read DeptRefFile
             at end
               move 'y' to xEofFlag
             not at end
               if xDptMgrUserIn not = spaces
                  and xDptMgrUserIn = xWebUserWk(1:16)
                  compute nDeptIdx = nDptNumIn + 1
                  move 'y' to xMgdDept(nDeptIdx)
                  add 1 to nMgdCnt
               end-if
           end-read.

       200-load-requests.
           move 0 to nReqCnt.
           move 'n' to xEofFlag.
           open input LeaveFile.
           if xLeaveStatus = "00"
              perform 210-read-request until xEofFlag = 'y'
           end-if.
           close LeaveFile.

       210-read-request.
           read LeaveFile
             at end
               move 'y' to xEofFlag
             not at end
               if nReqCnt < 2000
                  add 1 to nReqCnt
                  move xLeaveRecord to xReqImage(nReqCnt)
               else
                  move 'y' to xOverflow
               end-if
           end-read.

       300-apply-rulings. *> reloaded under the lock, so a request
          *> filed since the page was drawn is kept
           call "acquireFileLock" using xLeaveFileName xLockMode
              xLockResult.
           if xLockResult not = 'Y'
              display "<p class='error'>The leave file is busy - "
                 "submit your decisions again in a moment.</p>"
           else
              perform 200-load-requests
              if xOverflow = 'y'
                 display "<p class='error'>The leave file has "
                    "outgrown this page - nothing was changed; "
                    "tell the payroll office.</p>"
              else
                 perform 310-rule-one varying nReqSub from 1 by 1
                    until nReqSub > nReqCnt
                 if nRuledCnt > 0
                    perform 320-save-requests
                 end-if
                 display "<p>" nRuledCnt " request(s) decided.</p>"
              end-if
              call "releaseFileLock" using xLeaveFileName xLockMode
                 xLockResult
           end-if.

       310-rule-one. *> only a pending request of a department this
          *> user manages can be decided, whatever the form says
           move xReqImage(nReqSub) to xLeaveRecord.
           compute nDeptIdx = nLrqDept + 1.
           if xLrqStatus = 'P' and xMgdDept(nDeptIdx) = 'y'
              move nLrqId to xIdRaw
              move spaces to xReasonName
              string "d" delimited by size
                 xIdRaw delimited by size
                 into xReasonName
              end-string
              move function getPostValue(xReasonName) to xRuling
              if xRuling = 'A' or xRuling = 'D'
                 move xLeaveRecord to xJrnBefore
                 move spaces to xReasonName
                 string "r" delimited by size
                    xIdRaw delimited by size
                    into xReasonName
                 end-string
                 move function getPostValue(xReasonName) to xReasonIn
                 move xRuling to xLrqStatus
                 move xWebUserWk(1:16) to xLrqDecider
                 move nTodayDate to nLrqDecDate
                 move xReasonIn to xLrqNote
                 move xLeaveRecord to xReqImage(nReqSub)
                 move xLeaveRecord to xJrnAfter
                 move nLrqId to xJrnKey
                 if xRuling = 'A'
                    move 'APPROVE' to xJrnAction
                 else
                    move 'DENY' to xJrnAction
                 end-if
                 call "writeMaintJournal" using xJrnFile xJrnKey
                    xJrnAction xJrnBefore xJrnAfter
                 add 1 to nRuledCnt
              end-if
           end-if.

       320-save-requests.
           open output LeaveFile.
           perform varying nReqSub from 1 by 1
              until nReqSub > nReqCnt
              move xReqImage(nReqSub) to xLeaveRecord
              write xLeaveRecord
           end-perform.
           close LeaveFile.

       400-show-pending.
           display "<form method='post' action=''>".
           call "showFormToken".
           display "<table>".
           display "<tr><th>Request</th><th>Dept</th>"
              "<th>Employee</th><th>Kind</th><th>From</th>"
              "<th>To</th><th>Hours</th><th>Asked by</th>"
              "<th>Decision</th><th>Reason if denied</th></tr>".
           move 0 to nPendCnt.
           perform 410-show-row varying nReqSub from 1 by 1
              until nReqSub > nReqCnt.
           display "</table>".
           if nPendCnt = 0
              display "<p>Nothing is waiting for your decision.</p>"
           else
              display "<input type='submit' value='Record decisions'>"
           end-if.
           display "</form>".

       410-show-row.
           move xReqImage(nReqSub) to xLeaveRecord.
           compute nDeptIdx = nLrqDept + 1.
           if xLrqStatus = 'P' and xMgdDept(nDeptIdx) = 'y'
              add 1 to nPendCnt
              move nLrqStart to neDateOut
              move nLrqEnd to neDateOut2
              move nLrqHrs to neHrsOut
              display "<tr><td>" nLrqId "</td><td>" nLrqDept
                 "</td><td>" nLrqEmpl "</td><td>" with no advancing
              if xLrqType = 'L'
                 display "Vacation" with no advancing
              else
                 display "Sick" with no advancing
              end-if
              display "</td><td>" neDateOut "</td><td>" neDateOut2
                 "</td><td>" neHrsOut "</td><td>"
                 function trim(xLrqSubmit) "</td>" with no advancing
              display "<td><select name='d" nLrqId "'>"
                 "<option value=''>Later</option>"
                 "<option value='A'>Approve</option>"
                 "<option value='D'>Deny</option></select></td>"
                 with no advancing
              display "<td><input name='r" nLrqId
                 "' size='30' maxlength='30'></td></tr>"
           end-if.

       900-termination.
           display "</body>".
           display "</html>".

       end program Pay-LeaveApprove.

           copy "postData-procedure.cbl".
