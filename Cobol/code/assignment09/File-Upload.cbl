
       77  xRoleRequired      pic x(10)     value "MAINT".
       77  xAuthResult        pic x         value 'N'.
       77  xTokenResult       pic x         value 'N'.
       77  xPendStatusWk      pic xx.
       77  xPendEof           pic x         value 'n'.
       77  xPendOpenWk        pic x         value 'n'.
              stop run
           end-if.
           call "logWebUser".
      *> a POST must carry the form token this session was issued -
      *> a forged upload from another site is turned away before the
      *> staged lines are looked at or any data file is replaced
           call "checkFormToken" using xTokenResult.
           if xTokenResult not = 'Y'
              display "<p>This upload did not come from the upload "
                 "form - nothing was replaced. <a href=''>Reload the "
                 "form</a> and try again.</p>"
              display "</body></html>"
              stop run
           end-if.
           move function getSessionValue("webuser") to xWebUserWk.
           perform 130-show-rejected.
           move function getPostValue("target") to xTarget.
       100-show-form.
           display "<form method='post' action='' "
              "enctype='multipart/form-data'>".
           call "showFormToken".
           display "Program: <select name='target'>".
           display "<option value='wbasketball24'>Basketball "
              "roster</option>".
