      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Monthly revenue given away per promotion code, off the
      *> discount rows billingExtract writes to billing-discounts.txt
      *> as it applies each discount - how many discounts each
      *> promotion took, the price they came off, the money given
      *> away and what share of the price that was, with the
      *> operator who approved the promotion ("VARIOUS" when more
      *> than one did).  Takes the month as yyyymm; zero means the
      *> month the run date falls in.
       program-id. promotionReport as "promotionReport".

       environment division.
       input-output section.
       file-control.
           select discountRegisterFile
           assign to ".\billing-discounts.txt"
           organization is line sequential
           file status is fs-register.

           select reportFile
           assign to ".\promotion-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd discountRegisterFile.
       01 discountRegisterLine.
           03 bd-runDate     pic 9(8).
           03 filler         pic x(1).
           03 bd-recordId    pic 9(9).
           03 filler         pic x(1).
           03 bd-householdId pic 9(5).
           03 filler         pic x(1).
           03 bd-promoCode   pic x(10).
           03 filler         pic x(1).
           03 bd-keyType     pic x(1).
           03 filler         pic x(1).
           03 bd-type        pic x(1).
           03 filler         pic x(1).
           03 bd-value       pic 9(7).
           03 filler         pic x(1).
           03 bd-base        pic 9(9).
           03 filler         pic x(1).
           03 bd-discount    pic 9(9).
           03 filler         pic x(1).
           03 bd-approver    pic x(8).

       fd reportFile.
       01 reportLine pic x(80).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-register pic x(2).
       01 wsRunDate pic 9(8).
       01 wsReportMonth pic 9(6) value 0.
       01 wsRowMonth pic 9(6).
       01 rowCount pic 9(9) comp-5 value 0.
       01 promoTotals.
           03 promoTotalEntry occurs 200 times.
               05 pm-promoCode pic x(10).
               05 pm-count     pic 9(9) comp-5.
               05 pm-base      pic 9(11) comp-5.
               05 pm-discount  pic 9(11) comp-5.
               05 pm-approver  pic x(8).
       01 promoTotalCount pic 9(9) comp-5 value 0.
       01 grandBase     pic 9(11) comp-5 value 0.
       01 grandDiscount pic 9(11) comp-5 value 0.
       01 wsAmountEdit pic 9(9)v99 comp-3.
       01 wsShare pic 9(3)v99 comp-3.
       01 reportHeading.
           03 filler pic x(26) value "PROMOTION REPORT - MONTH ".
           03 rh-month pic 9(6).
       01 columnHeading.
           03 filler pic x(11) value "PROMOTION".
           03 filler pic x(7)  value "  COUNT".
           03 filler pic x(14) value "   PRICE BASE".
           03 filler pic x(14) value "   GIVEN AWAY".
           03 filler pic x(8)  value "  SHARE".
           03 filler pic x(9)  value " APPROVED".
       01 detailLine.
           03 dl-promoCode pic x(10).
           03 filler       pic x(1) value space.
           03 dl-count     pic z(6)9.
           03 filler       pic x(1) value space.
           03 dl-base      pic z(9)9.99.
           03 filler       pic x(1) value space.
           03 dl-discount  pic z(9)9.99.
           03 filler       pic x(1) value space.
           03 dl-share     pic zz9.99.
           03 filler       pic x(2) value " %".
           03 filler       pic x(1) value space.
           03 dl-approver  pic x(8).

       linkage section.
      *> yyyymm - zero takes the month the run date falls in
       01 monthParm pic 9(6).

       procedure division using monthParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           move monthParm to wsReportMonth
           if wsReportMonth = 0
               move wsRunDate(1:6) to wsReportMonth
           end-if

           open input discountRegisterFile
           if fs-register not = "00"
               display "billing-discounts file not found, file status "
                   fs-register
               goback
           end-if

           perform until eof = "Y"
               read discountRegisterFile
                   at end
                       move "Y" to eof
                   not at end
                       move bd-runDate(1:6) to wsRowMonth
                       if wsRowMonth = wsReportMonth
                           add 1 to rowCount
                           perform 1000-tally-one-row
                       end-if
               end-read
           end-perform
           close discountRegisterFile

           perform 3000-write-report

           display "discounts in month: " rowCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-tally-one-row section.
           add bd-base to grandBase
           add bd-discount to grandDiscount
           move 0 to matchSub
           move 1 to sub
           perform until sub > promoTotalCount
               if pm-promoCode(sub) = bd-promoCode
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and promoTotalCount < 200
               add 1 to promoTotalCount
               move promoTotalCount to matchSub
               move bd-promoCode to pm-promoCode(matchSub)
               move 0 to pm-count(matchSub)
               move 0 to pm-base(matchSub)
               move 0 to pm-discount(matchSub)
               move bd-approver to pm-approver(matchSub)
           end-if
           if matchSub > 0
               add 1 to pm-count(matchSub)
               add bd-base to pm-base(matchSub)
               add bd-discount to pm-discount(matchSub)
               if pm-approver(matchSub) not = bd-approver
                   move "VARIOUS" to pm-approver(matchSub)
               end-if
           end-if
           .

       3000-write-report section.
           open output reportFile
           move wsReportMonth to rh-month
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading
           move 1 to sub
           perform until sub > promoTotalCount
               move spaces to detailLine
               move pm-promoCode(sub) to dl-promoCode
               move pm-count(sub) to dl-count
               compute wsAmountEdit = pm-base(sub) / 100
               move wsAmountEdit to dl-base
               compute wsAmountEdit = pm-discount(sub) / 100
               move wsAmountEdit to dl-discount
               move 0 to wsShare
               if pm-base(sub) > 0
                   compute wsShare rounded
                       = (pm-discount(sub) * 100) / pm-base(sub)
               end-if
               move wsShare to dl-share
               move pm-approver(sub) to dl-approver
               write reportLine from detailLine
               add 1 to sub
           end-perform
           move spaces to reportLine
           write reportLine
           move spaces to detailLine
           move "TOTAL" to dl-promoCode
           move rowCount to dl-count
           compute wsAmountEdit = grandBase / 100
           move wsAmountEdit to dl-base
           compute wsAmountEdit = grandDiscount / 100
           move wsAmountEdit to dl-discount
           move 0 to wsShare
           if grandBase > 0
               compute wsShare rounded
                   = (grandDiscount * 100) / grandBase
           end-if
           move wsShare to dl-share
           write reportLine from detailLine
           close reportFile
           .

       end program promotionReport.
