              display "Set-Cookie: BISSESSION=" xSessionId
           end-if.
           perform loadSessionValues.
           goback.

       loadSessionValues.
           move "n" to xStoreEof.

       end program putSessionValue.

       identification division.
       program-id. showFormToken.

      *> Anti-forgery token for the postData forms. Call it between a
      *> state-changing form's <form> and </form> lines: it writes
      *> the hidden "formtoken" field carrying this session's token,
      *> issuing the token (and saving it with the session) the first
      *> time the session shows a form. A page posting the form back
      *> calls checkFormToken before it touches any file.

       environment division.
           copy "postData-environmentdivision.cbl".

       data division.
       working-storage section.
       77  xFormToken                  pic x(20)   value spaces.
       77  xTokenName                  pic x(25)   value "formtoken".
       77  xTokenValue                 pic x(50)   value spaces.
       77  xStamp                      pic x(21).
       77  nTokenSeed                  pic 9(9)    value 0.
       77  nTokenPiece                 pic 9(5)    value 0.
       77  nTokenSub                   pic 9       value 0.
       77  nTokenPtr                   pic 99      value 1.
       77  nTokenRandom                pic v9(9)   value 0.
           copy "postData-workingstorage.cbl".

       procedure division.
           move function getSessionValue("formtoken") to xFormToken.
           if xFormToken = spaces
              perform issueToken
           end-if.
           display "<input type='hidden' name='formtoken' value='"
              xFormToken "'>".
           goback.

       issueToken. *> twenty random digits, seeded off the clock and
          *> the session id so two sessions opened in the same
          *> hundredth of a second still draw different tokens
           move function current-date to xStamp.
           move xStamp(9:8) to nTokenSeed.
           if xSessionId(9:8) numeric
              compute nTokenSeed = function mod(nTokenSeed
                 + function numval(xSessionId(9:8)) * 7, 999999937)
           end-if.
           compute nTokenRandom = function random(nTokenSeed).
           move spaces to xFormToken.
           move 1 to nTokenPtr.
           perform varying nTokenSub from 1 by 1 until nTokenSub > 4
              compute nTokenRandom = function random
              compute nTokenPiece = nTokenRandom * 100000
              string nTokenPiece delimited by size
                 into xFormToken with pointer nTokenPtr
              end-string
           end-perform.
           move xFormToken to xTokenValue.
           call "putSessionValue" using xTokenName xTokenValue.

       end program showFormToken.

       identification division.
       program-id. checkFormToken.

      *> Guard for a page that changes files from a form POST. Call it
      *> after getSession and before the page opens anything: a GET
      *> always passes ('Y'); a POST passes only when its "formtoken"
      *> field matches the token showFormToken issued to this
      *> session. A refused POST ('N') is logged to the RequestLog as
      *> a REJECT line naming the page and session, and the page is
      *> expected to say so and stop.
      *>    CALL "checkFormToken" USING <result x>

       environment division.
           copy "postData-environmentdivision.cbl".
       input-output section.
       file-control.
           copy "postData-filecontrol.cbl".

       data division.
       file section.
       fd  webInput external.
       01  xPostData                   pic x(1024).
           copy "postData-filesection.cbl".

       working-storage section.
       77  xRequestMethod              pic x(10)   value spaces.
       77  xScriptName                 pic x(40)   value spaces.
       77  xSessionToken               pic x(20)   value spaces.
       77  xPostedToken                pic x(20)   value spaces.
       77  xRejectReason               pic x(8)    value spaces.
       77  xLogTimestamp               pic x(21).
           copy "postData-workingstorage.cbl".
       linkage section.
       01  xTokenResult                pic x.

       procedure division using xTokenResult.
           move "Y" to xTokenResult.
           accept xRequestMethod from environment "REQUEST_METHOD"
              on exception move spaces to xRequestMethod
           end-accept.
           if xRequestMethod not = "POST"
              goback
           end-if.
           move function getSessionValue("formtoken")
              to xSessionToken.
           move spaces to xPostedToken.
           perform varying i from 1 by 1 until i > postCount
              if postName(i) = "formtoken"
                 move postValue(i)(1:20) to xPostedToken
                 exit perform
              end-if
           end-perform.
           evaluate true
              when xPostedToken = spaces
                 move "missing" to xRejectReason
              when xSessionToken = spaces
                 or xPostedToken not = xSessionToken
                 move "mismatch" to xRejectReason
              when other
                 goback
           end-evaluate.
           move "N" to xTokenResult.
           perform logReject.
           goback.

       logReject.
           accept xScriptName from environment "SCRIPT_NAME"
              on exception move spaces to xScriptName
           end-accept.
           if xScriptName = spaces
              move "(unknown)" to xScriptName
           end-if.
           open extend RequestLog.
           if xLogStatus not = "00"
              open output RequestLog
           end-if.
           move function current-date to xLogTimestamp.
           move spaces to xLogLine.
           string xLogTimestamp delimited by size
              " " delimited by size
              function trim(xScriptName) delimited by size
              " REJECT formtoken=" delimited by size
              function trim(xRejectReason) delimited by size
              " session=" delimited by size
              xSessionId delimited by size
              into xLogLine
              on overflow continue
           end-string.
           write xLogLine.
           close RequestLog.

       end program checkFormToken.

       identification division.
       program-id. getUploadData.

