
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
      *> a forged submit from another site is turned away before the
      *> album file or the review queue is opened
           call "checkFormToken" using xTokenResult.
           if xTokenResult not = 'Y'
              display "<p>This change did not come from the album "
                 "maintenance form - nothing was applied. <a href=''>"
                 "Reload the form</a> and try again.</p>"
              display "</body>"
              display "</html>"
              stop run
           end-if.
           move function getSessionValue("webuser") to xWebUserWk.
           perform 130-show-rejected.
      *> persisted fields are read RAW from the post array, the way

       250-render-page.
           display "<form method='post' action=''>".
           call "showFormToken".
           display "Action: <select name='mode'>".
           display "<option value='add'>Add</option>".
           display "<option value='update'>Update</option>".
