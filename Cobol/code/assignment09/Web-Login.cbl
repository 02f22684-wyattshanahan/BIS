      *> (webuser/webrole), which is the identity checkWebAuth gates
      *> the maintenance and time-entry pages on. The typed password
      *> is hashed in memory and never written anywhere.
      *> Each user record also carries a failed-attempt count, a
      *> locked-until time and the date the password was last
      *> changed, under the rules webPasswordPolicy hands back: too
      *> many wrong passwords in a row lock the account for a spell
      *> (a locked account is refused without its password being
      *> tried), and a password past its expiry - or one an
      *> administrator has just set - must be changed before the
      *> sign-in completes. The same change form is on offer any
      *> time (?change=y); the new password must meet the minimum
      *> length and be neither the current nor the previous one.
      *> Lockouts and password changes go to AuditLog.txt. The user
      *> file is held under an exclusive lock while it is updated,
      *> so sign-ins wait out WEB-USERMAINT.

       environment division.
           copy "postData-environmentdivision.cbl".
           05 xUsrIdIn       pic x(16).
           05 nUsrHashIn     pic 9(12).
           05 xUsrRoleIn     pic x(10).
           05 nUsrFailIn     pic 99.     *> wrong passwords in a row
           05 nUsrLockIn     pic 9(12).  *> locked until YYYYMMDDHHMM
           05 nUsrPwdDateIn  pic 9(8).   *> changed on; 0 = must change
           05 nUsrPrevHashIn pic 9(12).  *> the password before this

       working-storage section.

       77  xPassIn            pic x(50)     value spaces.
       77  nHashIn            pic 9(12)     value 0.
       77  xMatched           pic x         value 'n'.
       77  xTokenResult       pic x         value 'N'.
       77  xRoleFound         pic x(10)     value spaces.
       77  xPutName           pic x(25).
       77  xPutValue          pic x(50).
       77  xNewPassIn         pic x(50)     value spaces.
       77  xNewPass2In        pic x(50)     value spaces.
       77  xChangeIn          pic x         value space.
       77  nNewHash           pic 9(12)     value 0.
       77  nNewLength         pic 99        value 0.
       77  nLoadSub           pic 99        value 0.
       77  nSearchSub         pic 99        value 0.
       77  nFoundSub          pic 99        value 0.
       77  xLockData          pic x(50).
       77  xLockMode          pic x         value 'X'.
       77  xLockResult        pic x.
       77  nMaxFails          pic 99        value 0.
       77  nLockMinutes       pic 9(4)      value 0.
       77  nExpiryDays        pic 9(4)      value 0.
       77  nMinLength         pic 99        value 0.
       77  neMinLength        pic z9.
       77  xNowStamp          pic x(21).
       77  nNowDate           pic 9(8)      value 0.
       77  nNowStamp          pic 9(12)     value 0. *> YYYYMMDDHHMM
       77  nDayMinutes        pic 9(4)      value 0.
       77  nAbsMinutes        pic 9(12)     value 0.
       77  nLockDays          pic 9(8)      value 0.
       77  nLockDate          pic 9(8)      value 0.
       77  nLockHours         pic 99        value 0.
       77  nLockMins          pic 99        value 0.
       77  nPwdAgeDays        pic 9(6)      value 0.
       77  neLockMinutes      pic zzz9.
       77  xAuditProgName     pic x(20)     value "WEB-LOGIN".
       77  xAuditEvent        pic x(8).
       77  xAuditDetail       pic x(80)     value spaces.

       01  xUserTable. *> the whole user file, rewritten after a
          *> counter, lock or password moves
           05  xUserElement occurs 50 times.
               10  xUsrIdTbl       pic x(16).
               10  nUsrHashTbl     pic 9(12).
               10  xUsrRoleTbl     pic x(10).
               10  nUsrFailTbl     pic 99.
               10  nUsrLockTbl     pic 9(12).
               10  nUsrPwdDateTbl  pic 9(8).
               10  nUsrPrevHashTbl pic 9(12).

           copy "postData-workingstorage.cbl".
       procedure division.
       000-main.
           perform 100-initialise.
           evaluate true
              when xUserIn not = spaces and xNewPassIn not = spaces
                 perform 400-change-password
              when xUserIn not = spaces
                 perform 200-prove-login
              when xChangeIn = 'y' or xChangeIn = 'Y'
                 perform 260-show-change-form
              when other
                 perform 250-show-form
           end-evaluate.
           perform 300-termination.
           stop run.

              on exception
                 move "WebUsers.txt" to xUserFileName
           end-accept.
           move xUserFileName to xLockData.
           call "webPasswordPolicy" using nMaxFails nLockMinutes
              nExpiryDays nMinLength.
           call "getPostData".
           call "getQueryData".
           call "getSession".
           display "</head>".
           display "<body>".
           display "<h1>Sign in</h1>".
      *> a sign-in or password change must come off this page's own
      *> form - a forged POST is turned away before the user file is
      *> opened
           call "checkFormToken" using xTokenResult.
           if xTokenResult not = 'Y'
              display "<p>This sign-in did not come from the sign-in "
                 "form. <a href=''>Reload the form</a> and try "
                 "again.</p>"
              display "</body>"
              display "</html>"
              stop run
           end-if.
           move function getPostValue("user") to xUserIn.
           move function getPostValue("pass") to xPassIn.
           move function getPostValue("newpass") to xNewPassIn.
           move function getPostValue("newpass2") to xNewPass2In.
           move function getPostValue("change") to xChangeIn.
           move function current-date to xNowStamp.
           move xNowStamp(1:8) to nNowDate.
           move xNowStamp(1:12) to nNowStamp.

       200-prove-login.
           call "hashWebPassword" using xPassIn nHashIn.
           move 'n' to xMatched.
           perform 500-open-users.
           if nFoundSub > 0
              perform 210-check-login
           end-if.
           perform 595-release-users.

       210-check-login.
           if nUsrLockTbl(nFoundSub) > nNowStamp
              perform 520-show-locked
              exit paragraph
           end-if.
           if nUsrHashTbl(nFoundSub) not = nHashIn
              perform 530-count-failure
              exit paragraph
           end-if.
           move 0 to nUsrFailTbl(nFoundSub).
           move 0 to nUsrLockTbl(nFoundSub).
           perform 540-password-age.
           if nPwdAgeDays > nExpiryDays
              perform 590-save-users
              display "<p>Your password has expired - choose a new "
                 "one to finish signing in.</p>"
              perform 260-show-change-form
              exit paragraph
           end-if.
           perform 590-save-users.
           move 'y' to xMatched.
           move xUsrRoleTbl(nFoundSub) to xRoleFound.
           perform 220-sign-in.

       220-sign-in.
           move "webuser" to xPutName.
           move xUserIn to xPutValue.
           call "putSessionValue" using xPutName xPutValue.
           move "webrole" to xPutName.
           move xRoleFound to xPutValue.
           call "putSessionValue" using xPutName xPutValue.
           call "logWebUser".
           display "<p>Signed in as "
              function trim(xUserIn) " ("
              function trim(xRoleFound) ").</p>".

       250-show-form.
           display "<form method='post' action=''>".
           call "showFormToken".
           display "<p>User ID: <input name='user' size='16'></p>".
           display "<p>Password: <input name='pass' "
              "type='password' size='20'></p>".
           display "<input type='submit' value='Sign in'>".
           display "</form>".
           display "<p><a href='?change=y'>Change your password</a>"
              "</p>".

       260-show-change-form. *> self-service change, and the page an
          *> expired password lands on
           move nMinLength to neMinLength.
           display "<h2>Change password</h2>".
           display "<form method='post' action=''>".
           call "showFormToken".
           display "<p>User ID: <input name='user' size='16' value='"
              function trim(xUserIn) "'></p>".
           display "<p>Current password: <input name='pass' "
              "type='password' size='20'></p>".
           display "<p>New password (at least "
              function trim(neMinLength) " characters): "
              "<input name='newpass' type='password' size='20'></p>".
           display "<p>New password again: <input name='newpass2' "
              "type='password' size='20'></p>".
           display "<input type='submit' value='Change password'>".
           display "</form>".

       300-termination.
           display "</body>".
           display "</html>".

       400-change-password. *> the current password is proved (and
          *> counted) exactly as a sign-in is before anything changes
           call "hashWebPassword" using xPassIn nHashIn.
           perform 500-open-users.
           if nFoundSub > 0
              perform 410-check-change
           end-if.
           move spaces to xNewPassIn, xNewPass2In.
           perform 595-release-users.

       410-check-change.
           if nUsrLockTbl(nFoundSub) > nNowStamp
              perform 520-show-locked
              exit paragraph
           end-if.
           if nUsrHashTbl(nFoundSub) not = nHashIn
              perform 530-count-failure
              exit paragraph
           end-if.
           compute nNewLength = function length(function trim(
              xNewPassIn, trailing)).
           call "hashWebPassword" using xNewPassIn nNewHash.
           evaluate true
              when xNewPassIn not = xNewPass2In
                 display "<p>The two new passwords do not match.</p>"
              when nNewLength < nMinLength
                 move nMinLength to neMinLength
                 display "<p>The new password must be at least "
                    function trim(neMinLength) " characters.</p>"
              when nNewHash = nUsrHashTbl(nFoundSub)
                 display "<p>The new password must differ from the "
                    "current one.</p>"
              when nNewHash = nUsrPrevHashTbl(nFoundSub)
                 display "<p>The new password cannot be the one you "
                    "used before this.</p>"
              when other
                 move nUsrHashTbl(nFoundSub)
                    to nUsrPrevHashTbl(nFoundSub)
                 move nNewHash to nUsrHashTbl(nFoundSub)
                 move nNowDate to nUsrPwdDateTbl(nFoundSub)
                 move 0 to nUsrFailTbl(nFoundSub)
                 move 0 to nUsrLockTbl(nFoundSub)
                 perform 590-save-users
                 move "PWCHANGE" to xAuditEvent
                 move spaces to xAuditDetail
                 string "user=" delimited by size
                    function trim(xUserIn) delimited by size
                    " changed own password" delimited by size
                    into xAuditDetail
                    on overflow continue
                 end-string
                 call "writeAuditLog" using xAuditProgName
                    xAuditEvent xAuditDetail
                 display "<p>Password changed.</p>"
                 move xUsrRoleTbl(nFoundSub) to xRoleFound
                 perform 220-sign-in
                 exit paragraph
           end-evaluate.
           perform 260-show-change-form.

       500-open-users. *> lock, load, and find the typed ID -
          *> nFoundSub stays 0, with the page already told why, when
          *> the file is busy, missing, or the ID is not on it
           move 0 to nFoundSub.
           move 0 to nLoadSub.
           move 'n' to xEofFlag.
           call "acquireFileLock" using xLockData xLockMode
              xLockResult.
           if xLockResult not = 'Y'
              display "<p>Accounts are being maintained right now - "
                 "try again in a minute.</p>"
              perform 250-show-form
              exit paragraph
           end-if.
           open input UserFile.
           if xUserStatus = "00"
              perform 510-read-user until xEofFlag = 'y'
           else
              display "<p>No user file is on the server - have an "
                 "administrator run WEB-USERMAINT first.</p>"
           end-if.
           close UserFile.
           perform varying nSearchSub from 1 by 1
              until nSearchSub > nLoadSub
              if xUsrIdTbl(nSearchSub) = xUserIn
                 move nSearchSub to nFoundSub
                 exit perform
              end-if
           end-perform.
           if nFoundSub = 0 and xUserStatus = "00"
              display "<p>That ID and password do not match - "
                 "try again.</p>"
              perform 250-show-form
           end-if.

       510-read-user. *> a record from before the sign-in counters
          *> were kept reads them as spaces - taken as zero, which
          *> makes its password due for a change
           read UserFile
             at end
               move 'y' to xEofFlag
             not at end
               if nLoadSub < 50
                  add 1 to nLoadSub
                  move xUsrIdIn to xUsrIdTbl(nLoadSub)
                  move nUsrHashIn to nUsrHashTbl(nLoadSub)
                  move xUsrRoleIn to xUsrRoleTbl(nLoadSub)
                  move 0 to nUsrFailTbl(nLoadSub),
                     nUsrLockTbl(nLoadSub), nUsrPwdDateTbl(nLoadSub),
                     nUsrPrevHashTbl(nLoadSub)
                  if nUsrFailIn numeric
                     move nUsrFailIn to nUsrFailTbl(nLoadSub)
                  end-if
                  if nUsrLockIn numeric
                     move nUsrLockIn to nUsrLockTbl(nLoadSub)
                  end-if
                  if nUsrPwdDateIn numeric
                     move nUsrPwdDateIn to nUsrPwdDateTbl(nLoadSub)
                  end-if
                  if nUsrPrevHashIn numeric
                     move nUsrPrevHashIn to nUsrPrevHashTbl(nLoadSub)
                  end-if
               end-if
           end-read.

       520-show-locked.
           display "<p>This account is locked after too many wrong "
              "passwords - try again after "
              nUsrLockTbl(nFoundSub)(9:2) ":"
              nUsrLockTbl(nFoundSub)(11:2) ".</p>".

       530-count-failure. *> the failure that reaches the limit locks
          *> the account and starts the count again
           add 1 to nUsrFailTbl(nFoundSub).
           if nUsrFailTbl(nFoundSub) >= nMaxFails
              perform 535-lock-until
              move 0 to nUsrFailTbl(nFoundSub)
              move "LOCKOUT" to xAuditEvent
              move nLockMinutes to neLockMinutes
              move spaces to xAuditDetail
              string "user=" delimited by size
                 function trim(xUserIn) delimited by size
                 " locked until " delimited by size
                 nUsrLockTbl(nFoundSub) delimited by size
                 " after " delimited by size
                 nMaxFails delimited by size
                 " failed sign-ins" delimited by size
                 into xAuditDetail
                 on overflow continue
              end-string
              call "writeAuditLog" using xAuditProgName xAuditEvent
                 xAuditDetail
              display "<p>Too many wrong passwords - this account is "
                 "locked for " function trim(neLockMinutes)
                 " minutes.</p>"
           else
              display "<p>That ID and password do not match - "
                 "try again.</p>"
              perform 250-show-form
           end-if.
           perform 590-save-users.

       535-lock-until. *> now plus the lock period, carried across
          *> midnight through the day number
           compute nDayMinutes = function numval(xNowStamp(9:2)) * 60
              + function numval(xNowStamp(11:2)).
           compute nAbsMinutes =
              function integer-of-date(nNowDate) * 1440
              + nDayMinutes + nLockMinutes.
           divide nAbsMinutes by 1440 giving nLockDays
              remainder nDayMinutes.
           compute nLockDate = function date-of-integer(nLockDays).
           divide nDayMinutes by 60 giving nLockHours
              remainder nLockMins.
           compute nUsrLockTbl(nFoundSub) = nLockDate * 10000
              + nLockHours * 100 + nLockMins.

       540-password-age. *> no valid change date counts as expired
           move 99999 to nPwdAgeDays.
           if nUsrPwdDateTbl(nFoundSub) > 0
              if function test-date-yyyymmdd(nUsrPwdDateTbl(nFoundSub))
                 = 0
                 compute nPwdAgeDays =
                    function integer-of-date(nNowDate)
                    - function integer-of-date(
                       nUsrPwdDateTbl(nFoundSub))
              end-if
           end-if.

       590-save-users.
           open output UserFile.
           perform varying nSearchSub from 1 by 1
              until nSearchSub > nLoadSub
              move xUsrIdTbl(nSearchSub) to xUsrIdIn
              move nUsrHashTbl(nSearchSub) to nUsrHashIn
              move xUsrRoleTbl(nSearchSub) to xUsrRoleIn
              move nUsrFailTbl(nSearchSub) to nUsrFailIn
              move nUsrLockTbl(nSearchSub) to nUsrLockIn
              move nUsrPwdDateTbl(nSearchSub) to nUsrPwdDateIn
              move nUsrPrevHashTbl(nSearchSub) to nUsrPrevHashIn
              write xUserRec
           end-perform.
           close UserFile.

       595-release-users.
           if xLockResult = 'Y'
              call "releaseFileLock" using xLockData xLockMode
                 xLockResult
           end-if.

       end program Web-Login.

