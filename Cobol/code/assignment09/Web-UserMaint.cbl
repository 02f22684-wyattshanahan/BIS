      *> can only be managed from the console. Add or replace a user
      *> (the typed password hashes through the same hashWebPassword
      *> the login page proves against, and is never stored), or
      *> delete one. Explicit grants (WebGrants.txt - e.g. SSNVIEW
      *> for the full-SSN view) are given and taken away here too;
      *> no role implies one. A CUSTOMER-role user is linked here to
      *> the one customer account the self-service page will show
      *> them (WebCustomers.txt). Every change journals like the
      *> other maintenance programs.
      *> A password set here must meet the minimum length of the
      *> shared webPasswordPolicy and counts as a password change
      *> in AuditLog.txt; it is a temporary one - the change date is
      *> cleared, so WEB-LOGIN makes the user choose their own at
      *> the next sign-in - and the password it replaces becomes the
      *> one that may not be reused. Setting a password also clears
      *> any lockout, and U unlocks an account without touching its
      *> password. The user file is held under an exclusive lock for
      *> the whole session, so sign-ins (which update the failure
      *> counts) wait until this program saves and quits.

       environment division.
       input-output section.
           select optional UserFile assign to dynamic xUserFileName
             organization is line sequential
             file status is xUserStatus.
           select optional GrantFile assign to dynamic xGrantFileName
             organization is line sequential
             file status is xGrantStatus.
           select optional CustLinkFile assign to dynamic
             xCustLinkFileName
             organization is line sequential
             file status is xCustLinkStatus.

       data division.
       file section.
           05 xUsrIdIn       pic x(16).
           05 nUsrHashIn     pic 9(12).
           05 xUsrRoleIn     pic x(10).
           05 nUsrFailIn     pic 99.     *> wrong passwords in a row
           05 nUsrLockIn     pic 9(12).  *> locked until YYYYMMDDHHMM
           05 nUsrPwdDateIn  pic 9(8).   *> changed on; 0 = must change
           05 nUsrPrevHashIn pic 9(12).  *> the password before this
       fd  GrantFile.
       01  xGrantRec.
           05 xGrtUserIn     pic x(16).
           05 xGrtNameIn     pic x(10).
       fd  CustLinkFile.
       01  xCustLinkRec.
           05 xClkUserIn     pic x(16).
           05 nClkCustIn     pic 9(5).

       working-storage section.
       77  xUserFileName    pic x(100).
       77  xJrnAction       pic x(10).
       77  xJrnBefore       pic x(100).
       77  xJrnAfter        pic x(100).
       77  xGrantFileName   pic x(100).
       77  xGrantStatus     pic xx.
       77  nGrtCnt          pic 999       value 0.
       77  nGrtSub          pic 999       value 0.
       77  nGrtFoundSub     pic 999       value 0.
       77  xKeyGrantIn      pic x(10).
       77  xGrantAction     pic x.
       77  xCustLinkFileName pic x(100).
       77  xCustLinkStatus  pic xx.
       77  nClkCnt          pic 99        value 0.
       77  nClkSub          pic 99        value 0.
       77  nClkFoundSub     pic 99        value 0.
       77  nKeyCustIn       pic 9(5)      value 0.
       77  xLockData        pic x(50).
       77  xLockMode        pic x         value 'X'.
       77  xLockResult      pic x.
       77  nMaxFails        pic 99        value 0.
       77  nLockMinutes     pic 9(4)      value 0.
       77  nExpiryDays      pic 9(4)      value 0.
       77  nMinLength       pic 99        value 0.
       77  nPassLength      pic 99        value 0.
       77  xAuditProgName   pic x(20)     value "WEB-USERMAINT".
       77  xAuditEvent      pic x(8)      value "PWCHANGE".
       77  xAuditDetail     pic x(80)     value spaces.

       01  xUserTable.
           05  xUserElement occurs 50 times.
               10  xUsrIdTbl   pic x(16).
               10  nUsrHashTbl pic 9(12).
               10  xUsrRoleTbl pic x(10).
               10  nUsrFailTbl pic 99.
               10  nUsrLockTbl pic 9(12).
               10  nUsrPwdDateTbl pic 9(8).
               10  nUsrPrevHashTbl pic 9(12).

       01  xGrantTable.
           05  xGrantElement occurs 200 times.
               10  xGrtUserTbl pic x(16).
               10  xGrtNameTbl pic x(10).

       01  xCustLinkTable. *> one customer account per user
           05  xCustLinkElement occurs 50 times.
               10  xClkUserTbl pic x(16).
               10  nClkCustTbl pic 9(5).

       procedure division.
       000-main.
              on exception
                 move "WebUsers.txt" to xUserFileName
           end-accept.
           move "WebGrants.txt" to xGrantFileName.
           accept xGrantFileName from environment "WEB_GRANT_FILE"
              on exception
                 move "WebGrants.txt" to xGrantFileName
           end-accept.
           move "WebCustomers.txt" to xCustLinkFileName.
           accept xCustLinkFileName from environment
              "WEB_CUSTOMER_FILE"
              on exception
                 move "WebCustomers.txt" to xCustLinkFileName
           end-accept.
           move xUserFileName to xLockData.
           call "acquireFileLock" using xLockData xLockMode
              xLockResult.
           if xLockResult not = 'Y'
              display 'THE USER FILE IS LOCKED BY ANOTHER PROGRAM - '
                 'TRY AGAIN SHORTLY.'
              stop run
           end-if.
           call "webPasswordPolicy" using nMaxFails nLockMinutes
              nExpiryDays nMinLength.
           perform 110-load-users.
           perform 120-load-grants.
           perform 130-load-cust-links.
           move space to xAction.
           perform 200-menu until xAction = 'Q' or xAction = 'q'.
           perform 900-save-users.
           call "releaseFileLock" using xLockData xLockMode
              xLockResult.
           stop run.

       110-load-users.
           end-if.
           close UserFile.

       120-load-grants.
           move 'n' to xEofFlag.
           open input GrantFile.
           if xGrantStatus = "00"
              perform 121-read-grant until xEofFlag = 'y'
           end-if.
           close GrantFile.

       121-read-grant.
           read GrantFile
             at end
               move 'y' to xEofFlag
             not at end
               if nGrtCnt < 200
                  add 1 to nGrtCnt,
                  move xGrtUserIn to xGrtUserTbl(nGrtCnt),
                  move xGrtNameIn to xGrtNameTbl(nGrtCnt)
               end-if
           end-read.

       130-load-cust-links.
           move 'n' to xEofFlag.
           open input CustLinkFile.
           if xCustLinkStatus = "00"
              perform 131-read-cust-link until xEofFlag = 'y'
           end-if.
           close CustLinkFile.

       131-read-cust-link.
           read CustLinkFile
             at end
               move 'y' to xEofFlag
             not at end
               if nClkCnt < 50
                  add 1 to nClkCnt,
                  move xClkUserIn to xClkUserTbl(nClkCnt),
                  move nClkCustIn to nClkCustTbl(nClkCnt)
               end-if
           end-read.

       111-read-user.
           read UserFile
             at end
                  add 1 to nLoadSub,
                  move xUsrIdIn to xUsrIdTbl(nLoadSub),
                  move nUsrHashIn to nUsrHashTbl(nLoadSub),
                  move xUsrRoleIn to xUsrRoleTbl(nLoadSub),
                  move 0 to nUsrFailTbl(nLoadSub),
                     nUsrLockTbl(nLoadSub), nUsrPwdDateTbl(nLoadSub),
                     nUsrPrevHashTbl(nLoadSub),
                  perform 112-sign-in-fields
               end-if
           end-read.

       112-sign-in-fields. *> a record from before the sign-in
          *> counters were kept reads them as spaces - left at zero
           if nUsrFailIn numeric
              move nUsrFailIn to nUsrFailTbl(nLoadSub)
           end-if.
           if nUsrLockIn numeric
              move nUsrLockIn to nUsrLockTbl(nLoadSub)
           end-if.
           if nUsrPwdDateIn numeric
              move nUsrPwdDateIn to nUsrPwdDateTbl(nLoadSub)
           end-if.
           if nUsrPrevHashIn numeric
              move nUsrPrevHashIn to nUsrPrevHashTbl(nLoadSub)
           end-if.

       200-menu.
           display ' '.
           display 'WEB USER MAINTENANCE'.
           display 'A=ADD/REPLACE  D=DELETE  G=GRANT/REVOKE  '
              'C=CUSTOMER LINK  U=UNLOCK  L=LIST  Q=SAVE+QUIT'.
           display 'ACTION? ' with no advancing.
           accept xAction.
           evaluate xAction
                 perform 300-add-user
              when 'D' when 'd'
                 perform 500-delete-user
              when 'G' when 'g'
                 perform 600-grant-user
              when 'C' when 'c'
                 perform 700-link-customer
              when 'U' when 'u'
                 perform 800-unlock-user
              when 'L' when 'l'
                 perform 350-list-users
              when 'Q' when 'q'
           accept xKeyUserIn.
           if xKeyUserIn = spaces
              display 'REJECTED - USER ID CANNOT BE BLANK.'
              exit paragraph
           end-if.
           display 'PASSWORD? ' with no advancing.
           accept xPassEntry.
           compute nPassLength = function length(function trim(
              xPassEntry, trailing)).
           if nPassLength < nMinLength
              move spaces to xPassEntry
              display 'REJECTED - PASSWORD MUST BE AT LEAST '
                 nMinLength ' CHARACTERS.'
              exit paragraph
           end-if.
           perform 410-find-user
           if xFoundFlag = 'n'
              if nLoadSub >= 50
                 display 'REJECTED - USER TABLE IS FULL.'
                 move 0 to nFoundSub
              else
                 add 1 to nLoadSub
                 move nLoadSub to nFoundSub
                 move xKeyUserIn to xUsrIdTbl(nFoundSub)
                 move 0 to nUsrHashTbl(nFoundSub)
                 move 0 to nUsrPrevHashTbl(nFoundSub)
                 move spaces to xJrnBefore
              end-if
           else
              move nFoundSub to nSearchSub
              perform 910-user-image
              move xUserRec to xJrnBefore
              display 'USER EXISTS - REPLACING PASSWORD/ROLE.'
           end-if
           if nFoundSub > 0
              call "hashWebPassword" using xPassEntry nHashWk
              move spaces to xPassEntry
              if nUsrHashTbl(nFoundSub) not = nHashWk
                 move nUsrHashTbl(nFoundSub)
                    to nUsrPrevHashTbl(nFoundSub)
              end-if
              move nHashWk to nUsrHashTbl(nFoundSub)
              move 0 to nUsrPwdDateTbl(nFoundSub)
              move 0 to nUsrFailTbl(nFoundSub)
              move 0 to nUsrLockTbl(nFoundSub)
              display 'ROLE (ADMIN/PAYROLL/MAINT/CUSTOMER)? '
                 with no advancing
              accept xUsrRoleTbl(nFoundSub)
              move xKeyUserIn to xJrnKey
              move 'ADD' to xJrnAction
              move nFoundSub to nSearchSub
              perform 910-user-image
              move xUserRec to xJrnAfter
              call "writeMaintJournal" using xJrnFile xJrnKey
                 xJrnAction xJrnBefore xJrnAfter
              move spaces to xAuditDetail
              string "user=" delimited by size
                 function trim(xKeyUserIn) delimited by size
                 " password set at the console, change due at "
                    delimited by size
                 "next sign-in" delimited by size
                 into xAuditDetail
                 on overflow continue
              end-string
              call "writeAuditLog" using xAuditProgName
                 xAuditEvent xAuditDetail
              display 'USER SAVED.'
           end-if.

       350-list-users.
           perform varying nSearchSub from 1 by 1
              until nSearchSub > nLoadSub
              display xUsrIdTbl(nSearchSub) ' '
                 xUsrRoleTbl(nSearchSub) ' PASSWORD SET '
                 nUsrPwdDateTbl(nSearchSub) ' FAILS '
                 nUsrFailTbl(nSearchSub) with no advancing
              if nUsrLockTbl(nSearchSub) > 0
                 display ' LOCKED UNTIL ' nUsrLockTbl(nSearchSub)
              else
                 display ' '
              end-if
           end-perform.
           if nLoadSub = 0
              display 'NO USERS ON FILE.'
           end-if.
           perform varying nGrtSub from 1 by 1
              until nGrtSub > nGrtCnt
              display xGrtUserTbl(nGrtSub) ' GRANT '
                 xGrtNameTbl(nGrtSub)
           end-perform.
           perform varying nClkSub from 1 by 1
              until nClkSub > nClkCnt
              display xClkUserTbl(nClkSub) ' CUSTOMER '
                 nClkCustTbl(nClkSub)
           end-perform.

       410-find-user.
           move 'n' to xFoundFlag.
                    xUserElement(nShiftSub)
              end-perform
              subtract 1 from nLoadSub
              perform 710-find-cust-link
              if nClkFoundSub > 0
                 perform 720-drop-cust-link
              end-if
              display 'USER DELETED.'
           else
              display 'REJECTED - USER NOT ON FILE.'
           end-if.

       600-grant-user. *> a grant names one privilege for one ID;
          *> the user need not be a web user - console programs check
          *> their operator's login against the same list
           display 'USER ID? ' with no advancing.
           accept xKeyUserIn.
           display 'GRANT NAME (E.G. SSNVIEW)? ' with no advancing.
           accept xKeyGrantIn.
           move function upper-case(xKeyGrantIn) to xKeyGrantIn.
           display 'G=GRANT  R=REVOKE? ' with no advancing.
           accept xGrantAction.
           move 0 to nGrtFoundSub.
           perform varying nGrtSub from 1 by 1
              until nGrtSub > nGrtCnt
              if xGrtUserTbl(nGrtSub) = xKeyUserIn
                 and xGrtNameTbl(nGrtSub) = xKeyGrantIn
                 move nGrtSub to nGrtFoundSub
              end-if
           end-perform.
           move spaces to xJrnBefore, xJrnAfter.
           move xKeyUserIn to xGrtUserIn.
           move xKeyGrantIn to xGrtNameIn.
           move xKeyUserIn to xJrnKey.
           if xKeyUserIn = spaces or xKeyGrantIn = spaces
              display 'REJECTED - USER ID AND GRANT ARE REQUIRED.'
           else
              evaluate xGrantAction
                 when 'G' when 'g'
                    if nGrtFoundSub > 0
                       display 'ALREADY GRANTED.'
                    else
                       if nGrtCnt >= 200
                          display 'REJECTED - GRANT TABLE IS FULL.'
                       else
                          add 1 to nGrtCnt
                          move xKeyUserIn to xGrtUserTbl(nGrtCnt)
                          move xKeyGrantIn to xGrtNameTbl(nGrtCnt)
                          move xGrantRec to xJrnAfter
                          move 'GRANT' to xJrnAction
                          call "writeMaintJournal" using
                             'WebGrants.txt       ' xJrnKey
                             xJrnAction xJrnBefore xJrnAfter
                          display 'GRANTED.'
                       end-if
                    end-if
                 when 'R' when 'r'
                    if nGrtFoundSub = 0
                       display 'REJECTED - NO SUCH GRANT.'
                    else
                       move xGrantRec to xJrnBefore
                       move 'REVOKE' to xJrnAction
                       call "writeMaintJournal" using
                          'WebGrants.txt       ' xJrnKey
                          xJrnAction xJrnBefore xJrnAfter
                       perform varying nShiftSub from nGrtFoundSub
                          by 1 until nShiftSub > nGrtCnt - 1
                          move xGrantElement(nShiftSub + 1) to
                             xGrantElement(nShiftSub)
                       end-perform
                       subtract 1 from nGrtCnt
                       display 'REVOKED.'
                    end-if
                 when other
                    display 'INVALID ACTION, NOTHING CHANGED.'
              end-evaluate
           end-if.

       700-link-customer. *> the link is the only thing that decides
          *> which account a customer user sees - never the page
           display 'USER ID? ' with no advancing.
           accept xKeyUserIn.
           perform 410-find-user.
           if xFoundFlag = 'n'
              display 'REJECTED - USER NOT ON FILE.'
           else
              perform 710-find-cust-link
              if nClkFoundSub > 0
                 display 'NOW LINKED TO CUSTOMER '
                    nClkCustTbl(nClkFoundSub)
              end-if
              display 'CUSTOMER NUMBER (0 = UNLINK)? '
                 with no advancing
              accept nKeyCustIn
              move xKeyUserIn to xJrnKey
              move spaces to xJrnBefore, xJrnAfter
              evaluate true
                 when nKeyCustIn = 0 and nClkFoundSub = 0
                    display 'NOT LINKED - NOTHING CHANGED.'
                 when nKeyCustIn = 0
                    perform 720-drop-cust-link
                    display 'UNLINKED.'
                 when nClkFoundSub = 0 and nClkCnt >= 50
                    display 'REJECTED - LINK TABLE IS FULL.'
                 when other
                    if nClkFoundSub = 0
                       add 1 to nClkCnt
                       move nClkCnt to nClkFoundSub
                       move xKeyUserIn to xClkUserTbl(nClkFoundSub)
                    else
                       move xClkUserTbl(nClkFoundSub) to xClkUserIn
                       move nClkCustTbl(nClkFoundSub) to nClkCustIn
                       move xCustLinkRec to xJrnBefore
                    end-if
                    move nKeyCustIn to nClkCustTbl(nClkFoundSub)
                    move xKeyUserIn to xClkUserIn
                    move nKeyCustIn to nClkCustIn
                    move xCustLinkRec to xJrnAfter
                    move 'LINK' to xJrnAction
                    call "writeMaintJournal" using
                       'WebCustomers.txt    ' xJrnKey
                       xJrnAction xJrnBefore xJrnAfter
                    display 'LINKED.'
                    if xUsrRoleTbl(nFoundSub) not = 'CUSTOMER'
                       display 'NOTE - ROLE IS '
                          xUsrRoleTbl(nFoundSub)
                          ', NOT CUSTOMER.'
                    end-if
              end-evaluate
           end-if.

       710-find-cust-link.
           move 0 to nClkFoundSub.
           perform varying nClkSub from 1 by 1
              until nClkSub > nClkCnt
              if xClkUserTbl(nClkSub) = xKeyUserIn
                 move nClkSub to nClkFoundSub
              end-if
           end-perform.

       720-drop-cust-link. *> callers set nClkFoundSub
           move xClkUserTbl(nClkFoundSub) to xClkUserIn.
           move nClkCustTbl(nClkFoundSub) to nClkCustIn.
           move xCustLinkRec to xJrnBefore.
           move spaces to xJrnAfter.
           move 'UNLINK' to xJrnAction.
           call "writeMaintJournal" using
              'WebCustomers.txt    ' xJrnKey
              xJrnAction xJrnBefore xJrnAfter.
           perform varying nShiftSub from nClkFoundSub by 1
              until nShiftSub > nClkCnt - 1
              move xCustLinkElement(nShiftSub + 1) to
                 xCustLinkElement(nShiftSub)
           end-perform.
           subtract 1 from nClkCnt.

       800-unlock-user. *> lifts a lockout early and clears the
          *> failure count; the password is left alone
           display 'USER ID TO UNLOCK? ' with no advancing.
           accept xKeyUserIn.
           perform 410-find-user.
           if xFoundFlag = 'y'
              move nFoundSub to nSearchSub
              perform 910-user-image
              move xUserRec to xJrnBefore
              move 0 to nUsrFailTbl(nFoundSub)
              move 0 to nUsrLockTbl(nFoundSub)
              perform 910-user-image
              move xUserRec to xJrnAfter
              move xKeyUserIn to xJrnKey
              move 'UNLOCK' to xJrnAction
              call "writeMaintJournal" using xJrnFile xJrnKey
                 xJrnAction xJrnBefore xJrnAfter
              display 'USER UNLOCKED.'
           else
              display 'REJECTED - USER NOT ON FILE.'
           end-if.

       900-save-users.
           open output UserFile.
           perform 901-write-user varying nSearchSub from 1 by 1
              until nSearchSub > nLoadSub.
           close UserFile.
           open output GrantFile.
           perform varying nGrtSub from 1 by 1
              until nGrtSub > nGrtCnt
              move xGrtUserTbl(nGrtSub) to xGrtUserIn
              move xGrtNameTbl(nGrtSub) to xGrtNameIn
              write xGrantRec
           end-perform.
           close GrantFile.
           open output CustLinkFile.
           perform varying nClkSub from 1 by 1
              until nClkSub > nClkCnt
              move xClkUserTbl(nClkSub) to xClkUserIn
              move nClkCustTbl(nClkSub) to nClkCustIn
              write xCustLinkRec
           end-perform.
           close CustLinkFile.

       901-write-user.
           perform 910-user-image.
           move xUsrIdTbl(nSearchSub) to xUsrIdIn.
           move nUsrHashTbl(nSearchSub) to nUsrHashIn.
           move xUsrRoleTbl(nSearchSub) to xUsrRoleIn.
           move nUsrFailTbl(nSearchSub) to nUsrFailIn.
           move nUsrLockTbl(nSearchSub) to nUsrLockIn.
           move nUsrPwdDateTbl(nSearchSub) to nUsrPwdDateIn.
           move nUsrPrevHashTbl(nSearchSub) to nUsrPrevHashIn.
