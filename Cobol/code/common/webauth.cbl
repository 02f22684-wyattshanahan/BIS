      *> comes back 'Y' - the session's role must equal the required
      *> role, or be ADMIN, which passes everything. Pages that pass
      *> the check call logWebUser so the shared RequestLog carries
      *> who made every logged request. Grants are different from
      *> roles: WebGrants.txt lists user IDs given one named
      *> privilege (e.g. SSNVIEW, the full-SSN view) and
      *>    CALL "checkUserGrant" USING <user x(16)> <grant x(10)>
      *>                                <result>
      *> passes only a user listed for that grant - ADMIN gets no
      *> grant by default. Console programs pass the operator's
      *> login. A CUSTOMER-role user is tied to one customer account
      *> by WebCustomers.txt, and a customer self-service page asks
      *>    CALL "webUserCustomer" USING <user x(16)> <customer 9(5)>
      *> for it - 0 comes back when the user is linked to none, and
      *> the page shows nothing. The password rules the login page
      *> and WEB-USERMAINT both enforce come from one place:
      *>    CALL "webPasswordPolicy" USING <max failures 99>
      *>       <lock minutes 9(4)> <expiry days 9(4)> <min length 99>
      *> - 5 failed sign-ins lock the account for 30 minutes, a
      *> password expires after 90 days and must be at least 8
      *> characters, unless WEB_MAX_FAILS, WEB_LOCK_MINUTES,
      *> WEB_PASSWORD_DAYS or WEB_PASSWORD_MINLEN say otherwise.
      *> Build alongside the calling page,
      *> e.g.:
      *>    cobc -x Pay-TimeEntry.cbl ../common/webauth.cbl

       identification division.
           close RequestLog.

       end program logWebUser.

       identification division.
       program-id. checkUserGrant.

      *> Explicit-grant gate - 'Y' only when WebGrants.txt
      *> (WEB_GRANT_FILE) lists this user for this grant. Read on
      *> every call, so a revoke in WEB-USERMAINT takes effect on
      *> the next check.

       environment division.
       input-output section.
       file-control.
           select optional GrantFile assign to dynamic xGrantFileName
             organization is line sequential
             file status is xGrantStatus.

       data division.
       file section.
       fd  GrantFile.
       01  xGrantRec.
           05 xGrtUserIn     pic x(16).
           05 xGrtNameIn     pic x(10).

       working-storage section.
       77  xGrantFileName              pic x(100).
       77  xGrantStatus                pic xx.
       77  xGrantEof                   pic x.

       linkage section.
       01  xGrantUser                  pic x(16).
       01  xGrantName                  pic x(10).
       01  xGrantResult                pic x.

       procedure division using xGrantUser xGrantName xGrantResult.
           move 'N' to xGrantResult.
           move 'n' to xGrantEof.
           move "WebGrants.txt" to xGrantFileName.
           accept xGrantFileName from environment "WEB_GRANT_FILE"
              on exception
                 move "WebGrants.txt" to xGrantFileName
           end-accept.
           if xGrantUser not = spaces and xGrantName not = spaces
              open input GrantFile
              if xGrantStatus = "00"
                 perform until xGrantEof = 'y'
                    read GrantFile
                       at end
                          move 'y' to xGrantEof
                       not at end
                          if xGrtUserIn = xGrantUser
                             and xGrtNameIn = xGrantName
                             move 'Y' to xGrantResult
                             move 'y' to xGrantEof
                          end-if
                    end-read
                 end-perform
              end-if
              close GrantFile
           end-if.

       end program checkUserGrant.

       identification division.
       program-id. webUserCustomer.

      *> The one customer account a CUSTOMER-role user may see -
      *> WebCustomers.txt (WEB_CUSTOMER_FILE) links a user ID to a
      *> customer number, one line per user. Read on every call, like
      *> the grants, so an unlink in WEB-USERMAINT takes effect on
      *> the next page. A user with no line gets 0.

       environment division.
       input-output section.
       file-control.
           select optional CustLinkFile assign to dynamic
             xCustLinkFileName
             organization is line sequential
             file status is xCustLinkStatus.

       data division.
       file section.
       fd  CustLinkFile.
       01  xCustLinkRec.
           05 xClkUserIn     pic x(16).
           05 nClkCustIn     pic 9(5).

       working-storage section.
       77  xCustLinkFileName           pic x(100).
       77  xCustLinkStatus             pic xx.
       77  xCustLinkEof                pic x.

       linkage section.
       01  xLinkUser                   pic x(16).
       01  nLinkCust                   pic 9(5).

       procedure division using xLinkUser nLinkCust.
           move 0 to nLinkCust.
           move 'n' to xCustLinkEof.
           move "WebCustomers.txt" to xCustLinkFileName.
           accept xCustLinkFileName from environment
              "WEB_CUSTOMER_FILE"
              on exception
                 move "WebCustomers.txt" to xCustLinkFileName
           end-accept.
           if xLinkUser not = spaces
              open input CustLinkFile
              if xCustLinkStatus = "00"
                 perform until xCustLinkEof = 'y'
                    read CustLinkFile
                       at end
                          move 'y' to xCustLinkEof
                       not at end
                          if xClkUserIn = xLinkUser
                             and nClkCustIn numeric
                             move nClkCustIn to nLinkCust
                             move 'y' to xCustLinkEof
                          end-if
                    end-read
                 end-perform
              end-if
              close CustLinkFile
           end-if.

       end program webUserCustomer.

       identification division.
       program-id. webPasswordPolicy.

      *> Sign-in and password rules, each overridable from the
      *> environment; a blank, non-numeric or zero override keeps
      *> the standard value.

       data division.
       working-storage section.
       77  xPolicyParm                 pic x(4).

       linkage section.
       01  nPolMaxFails                pic 99.
       01  nPolLockMinutes             pic 9(4).
       01  nPolExpiryDays              pic 9(4).
       01  nPolMinLength               pic 99.

       procedure division using nPolMaxFails nPolLockMinutes
           nPolExpiryDays nPolMinLength.
           move 5 to nPolMaxFails.
           move 30 to nPolLockMinutes.
           move 90 to nPolExpiryDays.
           move 8 to nPolMinLength.
           move spaces to xPolicyParm.
           accept xPolicyParm from environment "WEB_MAX_FAILS"
              on exception move spaces to xPolicyParm
           end-accept.
           if function trim(xPolicyParm) is numeric
              and function numval(xPolicyParm) > 0
              and function numval(xPolicyParm) < 100
              compute nPolMaxFails = function numval(xPolicyParm)
           end-if.
           move spaces to xPolicyParm.
           accept xPolicyParm from environment "WEB_LOCK_MINUTES"
              on exception move spaces to xPolicyParm
           end-accept.
           if function trim(xPolicyParm) is numeric
              and function numval(xPolicyParm) > 0
              compute nPolLockMinutes = function numval(xPolicyParm)
           end-if.
           move spaces to xPolicyParm.
           accept xPolicyParm from environment "WEB_PASSWORD_DAYS"
              on exception move spaces to xPolicyParm
           end-accept.
           if function trim(xPolicyParm) is numeric
              and function numval(xPolicyParm) > 0
              compute nPolExpiryDays = function numval(xPolicyParm)
           end-if.
           move spaces to xPolicyParm.
           accept xPolicyParm from environment "WEB_PASSWORD_MINLEN"
              on exception move spaces to xPolicyParm
           end-accept.
           if function trim(xPolicyParm) is numeric
              and function numval(xPolicyParm) > 0
              and function numval(xPolicyParm) < 51
              compute nPolMinLength = function numval(xPolicyParm)
           end-if.

       end program webPasswordPolicy.
