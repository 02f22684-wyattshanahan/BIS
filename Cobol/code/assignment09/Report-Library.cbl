       identification division.
       program-id. Report-Library.
       author. WYATT SHANAHAN.

      *> Web report library on the postData CGI framework, behind the
      *> login. Lists every report family the signed-in user may see
      *> with the generations still on disk, and opens or downloads
      *> any one of them, so last month's register no longer needs an
      *> email to the batch team. Families come from ReportLibrary.txt
      *> (REPORT_LIBRARY_FILE), one per line: a short family code, the
      *> role that may see it (blank = anyone signed in), a grant that
      *> also lets a user in, the output's base name and a title.
      *> Without the file the suite's standard outputs stand in. A
      *> family passes for the role through checkWebAuth (so ADMIN
      *> sees everything) or for a user WebGrants.txt lists under the
      *> family's grant - each department's burst of the payroll
      *> register carries grant DEPTn, so a manager granted DEPT3 sees
      *> department 3's burst and no other payroll output.
      *> Generations are the names on "<base>.gens" that openGeneration
      *> wrote and GEN-SWEEP has not yet purged, newest numbered 1;
      *> an output that is not generation-stamped shows its one
      *> current copy. Query parameters: fam=<code> lists a family,
      *> adding gen=<n> opens generation n and dl=y downloads it.
      *> Every listing, view, download and refusal goes to the audit
      *> log with the user's ID.

       environment division.
           copy "postData-environmentdivision.cbl".
       input-output section.
       file-control.
           select optional CatFile assign to dynamic xCatFileName
             organization is line sequential
             file status is xCatStatus.
           select GensFile assign to dynamic xGensName
             organization is line sequential
             file status is xGensStatus.
           select RptFile assign to dynamic xRptName
             organization is line sequential
             file status is xRptStatus.
           copy "postData-filecontrol.cbl".
       data division.
       file section.

       fd webInput external.
       01 xPostData   pic x(1024).

           copy "postData-filesection.cbl".
       fd  CatFile.
       01  xCatRec.
           05 xCatFamily     pic x(12).
           05 xCatRole       pic x(10).
           05 xCatGrant      pic x(10).
           05 xCatBase       pic x(50).
           05 xCatTitle      pic x(40).

       fd  GensFile.
       01  xGensRec          pic x(100).

       fd  RptFile.
       01  xRptLine          pic x(250).

       working-storage section.

       77  xNewLine           pic x         value x"0a".
       77  xCatFileName       pic x(100).
       77  xCatStatus         pic xx.
       77  xGensName          pic x(100).
       77  xGensStatus        pic xx.
       77  xRptName           pic x(100).
       77  xRptStatus         pic xx.
       77  xEofFlag           pic x         value 'n'.
       77  xRoleRequired      pic x(10)     value spaces. *> blank =
          *> any signed-in user; each family then carries its own
       77  xAuthResult        pic x         value 'N'.
       77  xFamAllowed        pic x         value 'n'.
       77  xGrantResult       pic x         value 'N'.
       77  xWebUserWk         pic x(50)     value spaces.
       77  xGrantUser         pic x(16)     value spaces.
       77  xFamParm           pic x(12)     value spaces.
       77  xGenParm           pic x(3)      value spaces.
       77  xDlParm            pic x         value spaces.
       77  nFamCnt            pic 99        value 0.
       77  nFamSub            pic 99        value 0.
       77  nShowFam           pic 99        value 0.
       77  nShownCnt          pic 99        value 0.
       77  nGenCnt            pic 999       value 0.
       77  nGenSub            pic 999       value 0.
       77  nGenPick           pic 999       value 0.
       77  nGenNo             pic 999       value 0.
       77  nDeptNo            pic 9         value 0.
       77  nDeptSub           pic 99        value 0.
       77  nNameLen           pic 999       value 0.
       77  nLineCnt           pic 9(6)      value 0.
       77  nLineLen           pic 999       value 0.
       77  nCharSub           pic 999       value 0.
       77  nEscPtr            pic 9(4)      value 1.
       77  xOneChar           pic x.
       77  xEscLine           pic x(1024)   value spaces.
       77  xGenStampOut       pic x(19)     value spaces.
       77  neGenNo            pic zz9.
       77  neGenCnt           pic zz9.
       77  xAuditDetail       pic x(80)     value spaces.
       77  xAuditProgName     pic x(20)     value "REPORT-LIBRARY".
       77  xAuditEventList    pic x(8)      value "LIST".
       77  xAuditEventView    pic x(8)      value "VIEW".
       77  xAuditEventDown    pic x(8)      value "DOWNLOAD".
       77  xAuditEventDeny    pic x(8)      value "DENIED".
       77  xAuditEvent        pic x(8)      value spaces.

       01  xFamTable.
           05  xFamElement occurs 40 times.
               10  xFamCode    pic x(12).
               10  xFamRole    pic x(10).
               10  xFamGrant   pic x(10).
               10  xFamBase    pic x(50).
               10  xFamTitle   pic x(40).

       01  xGenTable. *> one family's generations still on disk,
          *> oldest first as the history list keeps them
           05  xGenName occurs 200 times pic x(100).

           copy "postData-workingstorage.cbl".
       procedure division.
       000-main.
           perform 100-initialise.
           if xFamParm = spaces
              perform 200-list-families
           else
              perform 150-find-family
              evaluate true
                 when xFamAllowed not = 'y'
                    perform 190-refuse
                 when nGenPick = 0
                    perform 300-list-generations
                 when xDlParm = 'y' or xDlParm = 'Y'
                    perform 500-download
                 when other
                    perform 400-view-generation
              end-evaluate
           end-if.
           stop run.

       100-initialise.
           move "ReportLibrary.txt" to xCatFileName.
           accept xCatFileName from environment "REPORT_LIBRARY_FILE"
              on exception
                 move "ReportLibrary.txt" to xCatFileName
           end-accept.
           call "getPostData".
           call "getQueryData".
           call "getSession".
      *> the library holds payroll and ledger output - nobody
      *> anonymous gets as far as the family list
           call "checkWebAuth" using xRoleRequired xAuthResult.
           if xAuthResult not = 'Y'
              perform 110-page-head
              display "<p>The report library needs a signed-in user. "
                 "<a href='web-login.cgi'>Sign in</a> and "
                 "come back.</p>"
              perform 120-page-foot
              stop run
           end-if.
           call "logWebUser".
           move function getSessionValue("webuser") to xWebUserWk.
           move xWebUserWk(1:16) to xGrantUser.
           move function getPostValue("fam") to xFamParm.
           move function getPostValue("gen") to xGenParm.
           move function getPostValue("dl") to xDlParm.
           if xGenParm not = spaces
              and function trim(xGenParm) is numeric
              compute nGenPick = function numval(xGenParm)
           end-if.
           perform 130-load-catalog.

       110-page-head.
           display "Content-type: text/html", xNewLine.
           display "<!doctype html>".
           display "<html>".
           display "<head>".
           display "<title>Report Library</title>".
           display "<link rel=stylesheet type='text/css' "
              "href='style.css'>".
           display "</head>".
           display "<body>".
           display "<h1>Report Library</h1>".

       120-page-foot.
           display "</body>".
           display "</html>".

       130-load-catalog.
           open input CatFile.
           if xCatStatus = "00"
              perform 135-read-family until xEofFlag = 'y'
           end-if.
           close CatFile.
           move 'n' to xEofFlag.
           if nFamCnt = 0
              perform 140-standard-families
           end-if.

       135-read-family.
           read CatFile
             at end
               move 'y' to xEofFlag
             not at end
               if xCatFamily not = spaces and xCatBase not = spaces
                  and nFamCnt < 40
                  add 1 to nFamCnt
                  move xCatFamily to xFamCode(nFamCnt)
                  move xCatRole to xFamRole(nFamCnt)
                  move xCatGrant to xFamGrant(nFamCnt)
                  move xCatBase to xFamBase(nFamCnt)
                  move xCatTitle to xFamTitle(nFamCnt)
               end-if
           end-read.

       140-standard-families. *> the outputs GEN-SWEEP keeps, each
          *> department's register burst and the GL trial balance
           move spaces to xFamTable.
           add 1 to nFamCnt.
           move "PAYREG" to xFamCode(nFamCnt).
           move "PAYROLL" to xFamRole(nFamCnt).
           move "Payroll-01-output.txt" to xFamBase(nFamCnt).
           move "Payroll register" to xFamTitle(nFamCnt).
           add 1 to nFamCnt.
           move "PAYREGCSV" to xFamCode(nFamCnt).
           move "PAYROLL" to xFamRole(nFamCnt).
           move "Payroll-01-register.csv" to xFamBase(nFamCnt).
           move "Payroll register (CSV)" to xFamTitle(nFamCnt).
           add 1 to nFamCnt.
           move "PAYDD" to xFamCode(nFamCnt).
           move "PAYROLL" to xFamRole(nFamCnt).
           move "Payroll-01-directdeposit.txt" to xFamBase(nFamCnt).
           move "Direct deposit file" to xFamTitle(nFamCnt).
           perform 145-burst-family varying nDeptSub from 0 by 1
              until nDeptSub > 9.
           add 1 to nFamCnt.
           move "STATES" to xFamCode(nFamCnt).
           move "States-06-output.txt" to xFamBase(nFamCnt).
           move "States report" to xFamTitle(nFamCnt).
           add 1 to nFamCnt.
           move "STATESCSV" to xFamCode(nFamCnt).
           move "States-06-export.csv" to xFamBase(nFamCnt).
           move "States export (CSV)" to xFamTitle(nFamCnt).
           add 1 to nFamCnt.
           move "GLTB" to xFamCode(nFamCnt).
           move "FINANCE" to xFamRole(nFamCnt).
           move "GL-trialbalance.txt" to xFamBase(nFamCnt).
           move "GL trial balance" to xFamTitle(nFamCnt).

       145-burst-family. *> PAYROLL sees every burst; a manager
          *> needs the DEPTn grant for their own
           move nDeptSub to nDeptNo.
           add 1 to nFamCnt.
           string "PAYDEPT" delimited by size
              nDeptNo delimited by size
              into xFamCode(nFamCnt)
           end-string.
           move "PAYROLL" to xFamRole(nFamCnt).
           string "DEPT" delimited by size
              nDeptNo delimited by size
              into xFamGrant(nFamCnt)
           end-string.
           string "Payroll-01-reg-dept" delimited by size
              nDeptNo delimited by size
              ".txt" delimited by size
              into xFamBase(nFamCnt)
           end-string.
           string "Payroll register - department " delimited by size
              nDeptNo delimited by size
              into xFamTitle(nFamCnt)
           end-string.

       150-find-family.
           move 0 to nShowFam.
           move 'n' to xFamAllowed.
           perform varying nFamSub from 1 by 1
              until nFamSub > nFamCnt
              if xFamCode(nFamSub) = xFamParm
                 move nFamSub to nShowFam
                 exit perform
              end-if
           end-perform.
           if nShowFam > 0
              move nShowFam to nFamSub
              perform 160-check-family
           end-if.

       160-check-family. *> family nFamSub: its role, or its grant
           move 'n' to xFamAllowed.
           call "checkWebAuth" using xFamRole(nFamSub) xAuthResult.
           if xAuthResult = 'Y'
              move 'y' to xFamAllowed
              exit paragraph
           end-if.
           if xFamGrant(nFamSub) not = spaces
              call "checkUserGrant" using xGrantUser
                 xFamGrant(nFamSub) xGrantResult
              if xGrantResult = 'Y'
                 move 'y' to xFamAllowed
              end-if
           end-if.

       190-refuse. *> an unknown family and a forbidden one look the
          *> same from outside - both are logged
           perform 110-page-head.
           display "<p>That report is not available to you.</p>".
           display "<p><a href='?'>Back to the report library</a></p>".
           perform 120-page-foot.
           move spaces to xAuditDetail.
           string "user=" delimited by size
              function trim(xWebUserWk) delimited by size
              " family=" delimited by size
              function trim(xFamParm) delimited by size
              into xAuditDetail
              on overflow continue
           end-string.
           call "writeAuditLog" using xAuditProgName xAuditEventDeny
              xAuditDetail.

       200-list-families.
           perform 110-page-head.
           display "<table>".
           display "<tr><th>Report</th><th>Generations kept</th>"
              "<th>Latest</th></tr>".
           perform 210-family-row varying nFamSub from 1 by 1
              until nFamSub > nFamCnt.
           display "</table>".
           if nShownCnt = 0
              display "<p>No reports are on file for you yet.</p>"
           end-if.
           perform 120-page-foot.
           move spaces to xAuditDetail.
           string "user=" delimited by size
              function trim(xWebUserWk) delimited by size
              " families=" delimited by size
              nShownCnt delimited by size
              into xAuditDetail
              on overflow continue
           end-string.
           call "writeAuditLog" using xAuditProgName xAuditEventList
              xAuditDetail.

       210-family-row. *> only families this user may see, and only
          *> those with something on disk
           perform 160-check-family.
           if xFamAllowed = 'y'
              perform 220-load-generations
              if nGenCnt > 0
                 add 1 to nShownCnt
                 move nGenCnt to neGenCnt
                 display "<tr><td><a href='?fam="
                    function trim(xFamCode(nFamSub)) "'>"
                    function trim(xFamTitle(nFamSub)) "</a></td>"
                    "<td>" function trim(neGenCnt) "</td><td>"
                    function trim(xGenName(nGenCnt)) "</td></tr>"
              end-if
           end-if.

       220-load-generations. *> family nFamSub's history, keeping
          *> only names still on disk; no history means an output
          *> that is not stamped, so its one current copy stands in
           move 0 to nGenCnt.
           move spaces to xGensName.
           string function trim(xFamBase(nFamSub)) delimited by size
              ".gens" delimited by size
              into xGensName
              on overflow continue
           end-string.
           open input GensFile.
           if xGensStatus = "00"
              perform 225-read-generation until xEofFlag = 'y'
              close GensFile
           else
              move xFamBase(nFamSub) to xRptName
              perform 230-keep-if-present
           end-if.
           move 'n' to xEofFlag.

       225-read-generation.
           read GensFile
             at end
               move 'y' to xEofFlag
             not at end
               if xGensRec not = spaces
                  move xGensRec to xRptName
                  perform 230-keep-if-present
               end-if
           end-read.

       230-keep-if-present.
           open input RptFile.
           if xRptStatus = "00"
              close RptFile
              if nGenCnt < 200
                 add 1 to nGenCnt
                 move xRptName to xGenName(nGenCnt)
              end-if
           end-if.

       240-pick-generation. *> generation nGenPick (1 = newest) into
          *> xRptName, spaces when it is no longer kept
           move spaces to xRptName.
           if nGenPick > 0 and nGenPick not > nGenCnt
              compute nGenSub = nGenCnt - nGenPick + 1
              move xGenName(nGenSub) to xRptName
           end-if.

       250-generation-stamp. *> "<base>.GYYYYMMDDHHMMSS" shows as a
          *> date and time; anything else is the current copy
           move "current copy" to xGenStampOut.
           compute nNameLen = function length(function trim(
              xGenName(nGenSub), trailing)).
           if nNameLen > 16
              if xGenName(nGenSub)(nNameLen - 15:2) = ".G"
                 and xGenName(nGenSub)(nNameLen - 13:14) numeric
                 move spaces to xGenStampOut
                 string xGenName(nGenSub)(nNameLen - 13:4)
                       delimited by size
                    "-" delimited by size
                    xGenName(nGenSub)(nNameLen - 9:2)
                       delimited by size
                    "-" delimited by size
                    xGenName(nGenSub)(nNameLen - 7:2)
                       delimited by size
                    " " delimited by size
                    xGenName(nGenSub)(nNameLen - 5:2)
                       delimited by size
                    ":" delimited by size
                    xGenName(nGenSub)(nNameLen - 3:2)
                       delimited by size
                    ":" delimited by size
                    xGenName(nGenSub)(nNameLen - 1:2)
                       delimited by size
                    into xGenStampOut
                 end-string
              end-if
           end-if.

       300-list-generations.
           perform 220-load-generations.
           perform 110-page-head.
           display "<h2>" function trim(xFamTitle(nFamSub)) "</h2>".
           if nGenCnt = 0
              display "<p>No generation of this report is on file."
                 "</p>"
           else
              display "<table>"
              display "<tr><th>No.</th><th>Produced</th>"
                 "<th>File</th><th></th></tr>"
              perform 310-generation-row varying nGenNo from 1 by 1
                 until nGenNo > nGenCnt
              display "</table>"
           end-if.
           display "<p><a href='?'>Back to the report library</a></p>".
           perform 120-page-foot.
           move spaces to xAuditDetail.
           string "user=" delimited by size
              function trim(xWebUserWk) delimited by size
              " family=" delimited by size
              function trim(xFamCode(nFamSub)) delimited by size
              into xAuditDetail
              on overflow continue
           end-string.
           call "writeAuditLog" using xAuditProgName xAuditEventList
              xAuditDetail.

       310-generation-row. *> newest first
           compute nGenSub = nGenCnt - nGenNo + 1.
           perform 250-generation-stamp.
           move nGenNo to neGenNo.
           display "<tr><td>" function trim(neGenNo) "</td><td>"
              xGenStampOut "</td><td>"
              function trim(xGenName(nGenSub)) "</td>"
              "<td><a href='?fam=" function trim(xFamCode(nFamSub))
              "&amp;gen=" function trim(neGenNo) "'>Open</a> "
              "<a href='?fam=" function trim(xFamCode(nFamSub))
              "&amp;gen=" function trim(neGenNo)
              "&amp;dl=y'>Download</a></td></tr>".

       400-view-generation.
           perform 220-load-generations.
           perform 240-pick-generation.
           perform 110-page-head.
           if xRptName = spaces
              display "<p>That generation is no longer kept.</p>"
              display "<p><a href='?fam="
                 function trim(xFamCode(nFamSub))
                 "'>Back to the generations</a></p>"
              perform 120-page-foot
              exit paragraph
           end-if.
           display "<h2>" function trim(xFamTitle(nFamSub)) " - "
              function trim(xRptName) "</h2>".
           display "<p><a href='?fam=" function trim(xFamCode(nFamSub))
              "'>Back to the generations</a></p>".
           display "<pre>".
           open input RptFile.
           if xRptStatus = "00"
              perform 410-view-line until xEofFlag = 'y'
           end-if.
           close RptFile.
           move 'n' to xEofFlag.
           display "</pre>".
           perform 120-page-foot.
           move xAuditEventView to xAuditEvent.
           perform 450-log-file.

       410-view-line.
           read RptFile
             at end
               move 'y' to xEofFlag
             not at end
               add 1 to nLineCnt
               perform 420-escape-line
               display function trim(xEscLine, trailing)
           end-read.

       420-escape-line. *> report text can carry < and & - shown
          *> literally inside the <pre>
           move spaces to xEscLine.
           move 1 to nEscPtr.
           compute nLineLen = function length(function trim(
              xRptLine, trailing)).
           perform varying nCharSub from 1 by 1
              until nCharSub > nLineLen
              move xRptLine(nCharSub:1) to xOneChar
              evaluate xOneChar
                 when "&"
                    string "&amp;" delimited by size
                       into xEscLine with pointer nEscPtr
                       on overflow exit perform
                    end-string
                 when "<"
                    string "&lt;" delimited by size
                       into xEscLine with pointer nEscPtr
                       on overflow exit perform
                    end-string
                 when ">"
                    string "&gt;" delimited by size
                       into xEscLine with pointer nEscPtr
                       on overflow exit perform
                    end-string
                 when other
                    string xOneChar delimited by size
                       into xEscLine with pointer nEscPtr
                       on overflow exit perform
                    end-string
              end-evaluate
           end-perform.

       450-log-file. *> one audit line per opened or downloaded
          *> generation, event already in xAuditEvent
           move spaces to xAuditDetail.
           string "user=" delimited by size
              function trim(xWebUserWk) delimited by size
              " file=" delimited by size
              function trim(xRptName) delimited by size
              into xAuditDetail
              on overflow continue
           end-string.
           call "writeAuditLog" using xAuditProgName xAuditEvent
              xAuditDetail.

       500-download. *> the file as plain text under its own name
           perform 220-load-generations.
           perform 240-pick-generation.
           if xRptName = spaces
              perform 110-page-head
              display "<p>That generation is no longer kept.</p>"
              display "<p><a href='?fam="
                 function trim(xFamCode(nFamSub))
                 "'>Back to the generations</a></p>"
              perform 120-page-foot
              exit paragraph
           end-if.
           display "Content-Disposition: attachment; filename="""
              function trim(xRptName) """".
           display "Content-type: text/plain", xNewLine.
           open input RptFile.
           if xRptStatus = "00"
              perform 510-download-line until xEofFlag = 'y'
           end-if.
           close RptFile.
           move 'n' to xEofFlag.
           move xAuditEventDown to xAuditEvent.
           perform 450-log-file.

       510-download-line.
           read RptFile
             at end
               move 'y' to xEofFlag
             not at end
               add 1 to nLineCnt
               display function trim(xRptLine, trailing)
           end-read.

       end program Report-Library.

           copy "postData-procedure.cbl".
