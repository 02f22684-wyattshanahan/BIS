      *> File: ssnaccess.cbl
      *>
      *> SSN handling shared by everything that reads the demographic
      *> file. Reports, screens and journals show only the last four
      *> digits:
      *>    CALL "maskSsn" USING <ssn x(9)> <masked x(11), returned>
      *> gives XXX-XX-nnnn (spaces for a blank SSN). Every time the
      *> full number is shown or written - a granted PAYROLL-DEMO
      *> view, or a regulatory extract (W-2, state new-hire, SUI wage
      *> detail, unclaimed property) - the caller logs it:
      *>    CALL "logSsnAccess" USING <program x(20)> <employee 9999>
      *>                              <action x(8)>
      *> which appends who (the operator's login), when, which
      *> employee and which program to SsnAccess.log
      *> (PAYROLL_SSN_ACCESS_LOG). The log is append-only through
      *> this routine; only PAYROLL-SSNLOG, the privacy officer's
      *> monthly report, reads it, and it is kept apart from the
      *> report output for exactly that reason.

       identification division.
       program-id. maskSsn.

       data division.
       linkage section.
       01  xSsnFull                    pic x(9).
       01  xSsnMasked                  pic x(11).

       procedure division using xSsnFull xSsnMasked.
           if xSsnFull = spaces
              move spaces to xSsnMasked
           else
              move 'XXX-XX-' to xSsnMasked(1:7)
              move xSsnFull(6:4) to xSsnMasked(8:4)
           end-if.

       end program maskSsn.

       identification division.
       program-id. logSsnAccess.

       environment division.
       input-output section.
       file-control.
           select AccessLog assign to dynamic xLogName
             organization is line sequential
             file status is xLogStatus.

       data division.
       file section.
       fd  AccessLog.
       01  xAccessRec.
           05  xAccStamp               pic x(21).
           05  xAccUser                pic x(16).
           05  xAccProgram             pic x(20).
           05  nAccEmpl                pic 9999.
           05  xAccAction              pic x(8).

       working-storage section.
       77  xLogName                    pic x(100)  value spaces.
       77  xLogStatus                  pic xx.
       77  xUserWk                     pic x(16)   value spaces.

       linkage section.
       01  xSsnProgram                 pic x(20).
       01  nSsnEmpl                    pic 9999.
       01  xSsnAction                  pic x(8).

       procedure division using xSsnProgram nSsnEmpl xSsnAction.
           if xLogName = spaces
              move "SsnAccess.log" to xLogName
              accept xLogName from environment
                 "PAYROLL_SSN_ACCESS_LOG"
                 on exception
                    move "SsnAccess.log" to xLogName
              end-accept
              accept xUserWk from environment "USER"
                 on exception move spaces to xUserWk
              end-accept
              if xUserWk = spaces
                 accept xUserWk from environment "LOGNAME"
                    on exception move spaces to xUserWk
                 end-accept
              end-if
              if xUserWk = spaces
                 move "(unknown)" to xUserWk
              end-if
           end-if.
           open extend AccessLog.
           if xLogStatus not = "00"
              open output AccessLog
           end-if.
           move function current-date to xAccStamp.
           move xUserWk to xAccUser.
           move xSsnProgram to xAccProgram.
           move nSsnEmpl to nAccEmpl.
           move xSsnAction to xAccAction.
           write xAccessRec.
           close AccessLog.

       end program logSsnAccess.
