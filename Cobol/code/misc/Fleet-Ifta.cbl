       identification division.
       program-id. Fleet-Ifta.
       author. WYATT SHANAHAN.

      *> Quarterly IFTA fuel tax report for the fleet. The miles come
      *> from the trip-mileage file - one row per vehicle, trip date
      *> and jurisdiction driven in - and the fuel from FleetHistory,
      *> whose rows carry the jurisdiction each fill was bought in
      *> (the state column of the FuelEconomy batch input). For the
      *> quarter the report lists, per jurisdiction, the miles and the
      *> gallons bought, then works the return the way the filing
      *> does:
      *>    fleet MPG       = total miles / total gallons
      *>    taxable gallons = jurisdiction miles / fleet MPG
      *>    tax due         = taxable gallons x jurisdiction rate
      *>    tax paid        = gallons bought there x the same rate
      *>    net             = tax due - tax paid (a minus is a credit)
      *> The rates come from the jurisdiction rate file, one row per
      *> quarter and jurisdiction; rows for other quarters are passed
      *> over. A jurisdiction with miles or fuel but no rate for the
      *> quarter is flagged NO RATE and left out of the totals. Fills
      *> from before the state column existed count toward the fleet
      *> MPG but, having no jurisdiction, earn no tax-paid credit.
      *>
      *> The quarter is IFTA_QUARTER as YYYYQ (20263 = third quarter
      *> 2026); without it, the last quarter completed before the run
      *> date - the one due for filing.

       environment division.
       input-output section.
       file-control.
           select optional TripFile assign to dynamic xTripFileName
              organization is line sequential
              file status is xTripStatus.
           select optional FleetHistory assign to "FleetHistory.txt"
              organization is line sequential
              file status is xHistStatus.
           select optional RateFile assign to dynamic xRateFileName
              organization is line sequential
              file status is xRateStatus.
           select ReportFile assign to "Fleet-ifta.txt"
              organization is line sequential.

       data division.
       file section.
       fd  TripFile. *> trip mileage by vehicle and jurisdiction
       01  xTripRec.
           05  xTripVehId      pic x(6).
           05  nTripDate       pic 9(8).
           05  xTripState      pic x(2).
           05  nTripMiles      pic 9(5).

       fd  FleetHistory.
       01  xHistRec.
           05  xHistVehId      pic x(6).
           05  nHistFillDate   pic 9(8).
           05  nHistMiles      pic 9(5).
           05  nHistGal        pic 999v9.
           05  nHistMPG        pic 999v99.
           05  nHistPPG        pic 9v999. *> price per gallon
           05  xHistState      pic x(2). *> purchase jurisdiction

       fd  RateFile. *> jurisdiction tax per gallon by quarter
       01  xRateRec.
           05  nRateYear       pic 9(4).
           05  nRateQtr        pic 9.
           05  xRateState      pic x(2).
           05  nRateGal        pic 9v9999.

       fd  ReportFile.
       01  xReportLine         pic x(100).

       working-storage section.
       77  xTripFileName      pic x(100).
       77  xTripStatus        pic xx.
       77  xHistStatus        pic xx.
       77  xRateFileName      pic x(100).
       77  xRateStatus        pic xx.
       77  xEofFlag           pic x         value 'n'.
       77  xQtrParm           pic x(5)      value spaces.
       77  nQtrYear           pic 9(4)      value 0.
       77  nQtrNo             pic 9         value 0.
       77  nQtrFrom           pic 9(8)      value 0.
       77  nQtrTo             pic 9(8)      value 0.
       77  nWorkMonth         pic 99        value 0.
       77  nJurCnt            pic 99        value 0.
       77  nJurSub            pic 99        value 0.
       77  xFindState         pic x(2).
       77  nTotMiles          pic 9(8)      value 0.
       77  nTotGal            pic 9(7)v9    value 0.
       77  nUnknownGal        pic 9(7)v9    value 0.
       77  nFleetMPG          pic 999v99    value 0.
       77  nTotTaxable        pic 9(7)v99   value 0.
       77  nTotDue            pic 9(7)v99   value 0.
       77  nTotPaid           pic 9(7)v99   value 0.
       77  nTotNet            pic s9(7)v99  value 0.
       77  nNoRateCnt         pic 99        value 0.
       77  nTripRead          pic 9(6)      value 0.
       77  nFillRead          pic 9(6)      value 0.
       77  xAuditDetail       pic x(80)     value spaces.
       77  xAuditProgName     pic x(20)     value "FLEET-IFTA".
       77  xAuditEventStart   pic x(8)      value "START".
       77  xAuditEventEnd     pic x(8)      value "END".
           COPY "rundate-ws.cbl".

       01  xJurTable. *> one row per jurisdiction seen this quarter
           05  xJurElement occurs 70 times.
               10  xJtState       pic x(2).
               10  nJtMiles       pic 9(8).
               10  nJtGal         pic 9(7)v9.
               10  nJtRate        pic 9v9999.
               10  xJtHasRate     pic x.
               10  nJtTaxable     pic 9(7)v99.
               10  nJtDue         pic 9(7)v99.
               10  nJtPaid        pic 9(7)v99.
               10  nJtNet         pic s9(7)v99.

       01  xReportTitle.
           05  filler   pic x(38)
               value 'IFTA FUEL TAX REPORT - QUARTER ENDING '.
           05  neTitleTo  pic 9999/99/99.

       01  xReportHead.
           05  filler   pic x(6)   value 'JUR   '.
           05  filler   pic x(10)  value '     MILES'.
           05  filler   pic x(11)  value '  PURCH GAL'.
           05  filler   pic x(11)  value '  TAXBL GAL'.
           05  filler   pic x(9)   value '     RATE'.
           05  filler   pic x(12)  value '     TAX DUE'.
           05  filler   pic x(12)  value '    TAX PAID'.
           05  filler   pic x(14)  value '       NET DUE'.

       01  xReportDetail.
           05  xRdState   pic x(3).
           05  filler     pic x(3)   value spaces.
           05  neRdMiles  pic zzzzzzzzz9.
           05  neRdGal    pic zzzzzzzz9.9.
           05  neRdTaxbl  pic zzzzzzz9.99.
           05  xRdRate.
               10  neRdRate  pic zzz9.9999.
           05  neRdDue    pic zzzzzzzz9.99.
           05  neRdPaid   pic zzzzzzzz9.99.
           05  neRdNet    pic zzzzzzzz9.99-.
           05  filler     pic x(1)   value space.
           05  xRdFlag    pic x(9).

       01  xMpgLine.
           05  filler     pic x(16)  value 'TOTAL MILES     '.
           05  neMlMiles  pic zzzzzzz9.
           05  filler     pic x(18)  value '   TOTAL GALLONS  '.
           05  neMlGal    pic zzzzzz9.9.
           05  filler     pic x(14)  value '   FLEET MPG  '.
           05  neMlMPG    pic zz9.99.

       procedure division.
       000-main.
           call "writeAuditLog" using xAuditProgName xAuditEventStart
              xAuditDetail.
           perform 100-initialise.
           perform 200-read-trip until xEofFlag = 'y'.
           close TripFile.
           move 'n' to xEofFlag.
           open input FleetHistory.
           if xHistStatus = "00"
              perform 300-read-fill until xEofFlag = 'y'
           end-if.
           close FleetHistory.
           move 'n' to xEofFlag.
           open input RateFile.
           if xRateStatus = "00"
              perform 400-read-rate until xEofFlag = 'y'
           end-if.
           close RateFile.
           perform 500-compute-return.
           perform 600-report.
           stop run.

       100-initialise.
           COPY "rundate.cbl".
           accept xQtrParm from environment "IFTA_QUARTER"
              on exception
                 move spaces to xQtrParm
           end-accept.
           if xQtrParm is numeric
              move xQtrParm(1:4) to nQtrYear
              move xQtrParm(5:1) to nQtrNo
           end-if.
           if nQtrNo < 1 or nQtrNo > 4
      *> the quarter just finished before the run date
              compute nQtrYear = nRunDate / 10000
              compute nWorkMonth = function mod(
                 function integer-part(nRunDate / 100), 100)
              compute nQtrNo = (nWorkMonth - 1) / 3
              if nQtrNo = 0
                 move 4 to nQtrNo
                 subtract 1 from nQtrYear
              end-if
           end-if.
           compute nQtrFrom = nQtrYear * 10000
              + ((nQtrNo - 1) * 3 + 1) * 100 + 1.
      *> the day before the next quarter opens
           if nQtrNo = 4
              compute nQtrTo = (nQtrYear + 1) * 10000 + 101
           else
              compute nQtrTo = nQtrYear * 10000
                 + (nQtrNo * 3 + 1) * 100 + 1
           end-if.
           compute nQtrTo = function date-of-integer(
              function integer-of-date(nQtrTo) - 1).
           move "FleetTrips.txt" to xTripFileName.
           accept xTripFileName from environment "FLEET_TRIP_FILE"
              on exception
                 move "FleetTrips.txt" to xTripFileName
           end-accept.
           move "IftaRates.txt" to xRateFileName.
           accept xRateFileName from environment "IFTA_RATE_FILE"
              on exception
                 move "IftaRates.txt" to xRateFileName
           end-accept.
           move spaces to xJurTable.
           open input TripFile.
           if xTripStatus not = "00"
              move 'y' to xEofFlag
           end-if.

       200-read-trip.
           read TripFile
             at end
               move 'y' to xEofFlag
             not at end
               if nTripDate numeric and nTripMiles numeric
                  and nTripDate >= nQtrFrom and nTripDate <= nQtrTo
                  and xTripState not = spaces
                  add 1 to nTripRead
                  move xTripState to xFindState
                  perform 250-find-jurisdiction
                  if nJurSub <= nJurCnt
                     add nTripMiles to nJtMiles(nJurSub)
                  end-if
                  add nTripMiles to nTotMiles
               end-if
           end-read.

       250-find-jurisdiction. *> nJurSub past the count when the
          *> table is full and the jurisdiction is new
           perform varying nJurSub from 1 by 1
              until nJurSub > nJurCnt
              if xJtState(nJurSub) = xFindState
                 exit perform
              end-if
           end-perform.
           if nJurSub > nJurCnt and nJurCnt < 70
              add 1 to nJurCnt
              move xFindState to xJtState(nJurCnt)
              move 0 to nJtMiles(nJurCnt), nJtGal(nJurCnt),
                 nJtRate(nJurCnt), nJtTaxable(nJurCnt),
                 nJtDue(nJurCnt), nJtPaid(nJurCnt), nJtNet(nJurCnt)
              move 'n' to xJtHasRate(nJurCnt)
           end-if.

       300-read-fill.
           read FleetHistory
             at end
               move 'y' to xEofFlag
             not at end
               if nHistFillDate numeric and nHistGal numeric
                  and nHistFillDate >= nQtrFrom
                  and nHistFillDate <= nQtrTo
                  add 1 to nFillRead
                  add nHistGal to nTotGal
                  if xHistState = spaces or xHistState = low-values
                     add nHistGal to nUnknownGal
                  else
                     move xHistState to xFindState
                     perform 250-find-jurisdiction
                     if nJurSub <= nJurCnt
                        add nHistGal to nJtGal(nJurSub)
                     end-if
                  end-if
               end-if
           end-read.

       400-read-rate. *> only this quarter's rates, and only for a
          *> jurisdiction the fleet was in
           read RateFile
             at end
               move 'y' to xEofFlag
             not at end
               if nRateYear = nQtrYear and nRateQtr = nQtrNo
                  and nRateGal numeric
                  perform varying nJurSub from 1 by 1
                     until nJurSub > nJurCnt
                     if xJtState(nJurSub) = xRateState
                        move nRateGal to nJtRate(nJurSub)
                        move 'y' to xJtHasRate(nJurSub)
                        exit perform
                     end-if
                  end-perform
               end-if
           end-read.

       500-compute-return.
           if nTotGal > 0
              compute nFleetMPG rounded = nTotMiles / nTotGal
           end-if.
           perform 510-compute-jurisdiction varying nJurSub from 1
              by 1 until nJurSub > nJurCnt.

       510-compute-jurisdiction.
           if nFleetMPG > 0
              compute nJtTaxable(nJurSub) rounded =
                 nJtMiles(nJurSub) / nFleetMPG
           end-if.
           if xJtHasRate(nJurSub) = 'y'
              compute nJtDue(nJurSub) rounded =
                 nJtTaxable(nJurSub) * nJtRate(nJurSub)
              compute nJtPaid(nJurSub) rounded =
                 nJtGal(nJurSub) * nJtRate(nJurSub)
              compute nJtNet(nJurSub) =
                 nJtDue(nJurSub) - nJtPaid(nJurSub)
              add nJtTaxable(nJurSub) to nTotTaxable
              add nJtDue(nJurSub) to nTotDue
              add nJtPaid(nJurSub) to nTotPaid
              add nJtNet(nJurSub) to nTotNet
           else
              add 1 to nNoRateCnt
           end-if.

       600-report.
           open output ReportFile.
           move nQtrTo to neTitleTo.
           move xReportTitle to xReportLine.
           perform 690-put-line.
           move spaces to xReportLine.
           perform 690-put-line.
           move nTotMiles to neMlMiles.
           move nTotGal to neMlGal.
           move nFleetMPG to neMlMPG.
           move xMpgLine to xReportLine.
           perform 690-put-line.
           if nUnknownGal > 0
              move nUnknownGal to neMlGal
              move spaces to xReportLine
              string 'GALLONS WITH NO PURCHASE JURISDICTION '
                    delimited by size
                 function trim(neMlGal) delimited by size
                 ' - IN THE MPG, NO CREDIT' delimited by size
                 into xReportLine
                 on overflow continue
              end-string
              perform 690-put-line
           end-if.
           move spaces to xReportLine.
           perform 690-put-line.
           move xReportHead to xReportLine.
           perform 690-put-line.
           perform 610-jurisdiction-line varying nJurSub from 1 by 1
              until nJurSub > nJurCnt.
           move 'TOT' to xRdState.
           move nTotMiles to neRdMiles.
           compute neRdGal = nTotGal - nUnknownGal.
           move nTotTaxable to neRdTaxbl.
           move spaces to xRdRate.
           move nTotDue to neRdDue.
           move nTotPaid to neRdPaid.
           move nTotNet to neRdNet.
           move spaces to xRdFlag.
           move spaces to xReportLine.
           perform 690-put-line.
           move xReportDetail to xReportLine.
           perform 690-put-line.
           close ReportFile.
           display nJurCnt " JURISDICTION(S), " nNoRateCnt
              " WITHOUT A RATE - SEE Fleet-ifta.txt".
           string "qtr=" delimited by size
              nQtrYear delimited by size
              "Q" delimited by size
              nQtrNo delimited by size
              " trips=" delimited by size
              nTripRead delimited by size
              " fills=" delimited by size
              nFillRead delimited by size
              " norate=" delimited by size
              nNoRateCnt delimited by size
              into xAuditDetail
              on overflow continue
           end-string.
           call "writeAuditLog" using xAuditProgName xAuditEventEnd
              xAuditDetail.

       610-jurisdiction-line.
           move xJtState(nJurSub) to xRdState.
           move nJtMiles(nJurSub) to neRdMiles.
           move nJtGal(nJurSub) to neRdGal.
           move nJtTaxable(nJurSub) to neRdTaxbl.
           if xJtHasRate(nJurSub) = 'y'
              move nJtRate(nJurSub) to neRdRate
              move spaces to xRdFlag
           else
              move spaces to xRdRate
              move '* NO RATE' to xRdFlag
           end-if.
           move nJtDue(nJurSub) to neRdDue.
           move nJtPaid(nJurSub) to neRdPaid.
           move nJtNet(nJurSub) to neRdNet.
           move xReportDetail to xReportLine.
           perform 690-put-line.

       690-put-line.
           write xReportLine before advancing 1 line.
           display xReportLine.
