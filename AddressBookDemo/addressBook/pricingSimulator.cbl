      *> (a missing proposed file falls back to the live one, so a
      *> single change simulates alone).  Writes no extract and no
      *> billing-history rows, and prices in-line with the same
      *> truncation rule Calculator applies - no what-if percentage
      *> rows reach calculator-log.txt and reconcileBillingFees
      *> still balances.  The fee deltas go on a Calculator series
      *> for the changed count, total, average, extremes and spread;
      *> those series rows are logged, but reconcileBillingFees
      *> traces only percentage rows and passes them over.  Reads
      *> the records one at a time through recordsProgram's cursor
      *> scan, so the simulation covers the whole file rather than
      *> the first five thousand slots of an array.  Reports the fee
      *> delta per contact plus delta totals by recordCity and by
      *> zone tier.
      *> Discounts are priced in both passes the way billingExtract
      *> applies them - the approved discounts.txt rows valid on the
      *> run date, a recordId row over a household row, a fixed
      *> household discount once per household - with the proposed
      *> pass reading discounts-proposed.txt when there is one, so
      *> a promotion is costed before sales offers it.  The money
      *> each promotion code gives away in each pass closes the
      *> report.
      *> With ADDRESSBOOK_PRICE_CHANGE_DATE set (yyyymmdd), the
      *> current pass prices as of the day before that date and the
      *> proposed pass as of the date itself, so a change already
      *> loaded into the live tables with a future effective date
      *> is costed the way it will actually bill.  Every contact's
      *> pair of fees goes to pricing-simulation-fees.txt behind a
      *> header naming the date priced, for priceChangeNotice.
       program-id. pricingSimulator as "pricingSimulator".

       environment division.
           organization is line sequential
           file status is fs-formula.

           select optional discountFile assign to wsDiscountPath
           organization is line sequential
           file status is fs-discount.

      *> the household ids a household discount is keyed by,
      *> matched on the family/street/city key
           select optional householdFile assign to ".\households.txt"
           organization is line sequential
           file status is fs-household.

      *> maintained postal-range-to-tier mapping, effective-dated
      *> like zone-rates.txt - "R <from> <low> <high> <tier>" rows.
      *> A code no range covers falls back to the legacy last-digit
           assign to ".\pricing-simulation-report.txt"
           organization is line sequential.

      *> "H" header with the effective date priced and the run
      *> date, then a "D" row per contact whose fee moves
           select feeFile
           assign to ".\pricing-simulation-fees.txt"
           organization is line sequential.

       data division.
       file section.
       fd rateFile.
           03 ff-value    pic 9(9).
           03 filler      pic x(26).

       fd discountFile.
       01 discountLine.
           03 dc-keyType    pic x(1).
           03 filler        pic x(1).
           03 dc-key        pic 9(9).
           03 filler        pic x(1).
           03 dc-type       pic x(1).
           03 filler        pic x(1).
           03 dc-value      pic 9(7).
           03 filler        pic x(1).
           03 dc-validFrom  pic 9(8).
           03 filler        pic x(1).
           03 dc-validTo    pic 9(8).
           03 filler        pic x(1).
           03 dc-promoCode  pic x(10).
           03 filler        pic x(1).
           03 dc-approver   pic x(8).

       fd householdFile.
       01 householdLine.
           03 ho-householdId pic 9(5).
           03 filler         pic x(1).
           03 ho-family      pic x(30).
           03 filler         pic x(1).
           03 ho-street      pic x(30).
           03 filler         pic x(1).
           03 ho-city        pic x(20).
           03 filler         pic x(1).
           03 ho-memberCount pic 9(3).

       fd tierMapFile.
       01 tierMapLine.
           03 tm-rowType       pic x(1).
       fd reportFile.
       01 reportLine pic x(100).

       fd feeFile.
       01 feeLine.
           03 fl-rowType  pic x(1).
           03 filler      pic x(1).
           03 fl-recordId pic 9(9).
           03 filler      pic x(1).
           03 fl-current  pic 9(9)v99.
           03 filler      pic x(1).
           03 fl-proposed pic 9(9)v99.
       01 feeHeader redefines feeLine.
           03 filler       pic x(1).
           03 filler       pic x(1).
           03 fh-effective pic 9(8).
           03 filler       pic x(1).
           03 fh-runDate   pic 9(8).
           03 filler       pic x(16).

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 fs-formula pic x(2).
       01 wsRatePath    pic x(40).
       01 wsFormulaPath pic x(40).
       01 wsDiscountPath pic x(40).
       01 fs-discount  pic x(2).
       01 fs-household pic x(2).
      *> the discount rows in force for the pass being priced
       01 discountTable.
           03 discountEntry occurs 500 times.
               05 dt-keyType   pic x(1).
               05 dt-key       pic 9(9) comp-5.
               05 dt-type      pic x(1).
               05 dt-value     pic 9(7) comp-5.
               05 dt-validFrom pic 9(8).
               05 dt-promoCode pic x(10).
       01 discountCount pic 9(9) comp-5 value 0.
       01 discountSub pic 9(9) comp-5 value 1.
       01 discountMatchSub pic 9(9) comp-5 value 0.
       01 wsDiscountBest pic 9(8) value 0.
       01 wsDiscount pic s9(9)v99 comp-3.
       01 householdTable.
           03 householdEntry occurs 5000 times.
               05 hs-householdId pic 9(5).
               05 hs-family      pic x(30).
               05 hs-street      pic x(30).
               05 hs-city        pic x(20).
               05 hs-fixedTaken  pic x(1).
       01 householdCount pic 9(9) comp-5 value 0.
       01 hsSub pic 9(9) comp-5 value 1.
       01 hsMatchSub pic 9(9) comp-5 value 0.
      *> the money each promotion gives away, pass by pass
       01 promoTable.
           03 promoEntry occurs 200 times.
               05 pm-promoCode pic x(10).
               05 pm-current   pic s9(11)v99 comp-3.
               05 pm-proposed  pic s9(11)v99 comp-3.
       01 promoCount pic 9(9) comp-5 value 0.
       01 promoSub pic 9(9) comp-5 value 1.
       01 promoDetail.
           03 pd-promoCode pic x(10).
           03 filler       pic x(1) value space.
           03 pd-current   pic z(9)9.99.
           03 filler       pic x(1) value space.
           03 pd-proposed  pic z(9)9.99.
           03 filler       pic x(1) value space.
           03 pd-delta     pic -(9)9.99.
       01 promoHeading.
           03 filler pic x(11) value "PROMOTION".
           03 filler pic x(14) value "     CURRENT".
           03 filler pic x(14) value "    PROPOSED".
           03 filler pic x(14) value "       DELTA".
       01 wsRunDate pic 9(8).
      *> the date the pass being priced is priced as of - the run
      *> date, or either side of the price change date
       01 wsPriceDate pic 9(8).
       01 wsChangeText pic x(8).
       01 wsChangeDate pic 9(8) value 0.
       01 fs-tiermap pic x(2).
      *> the postal-range-to-tier rows in force - per lookup the
      *> latest effective-from on or before the date priced wins
       01 tierMapTable.
           03 tierMapEntry occurs 100 times.
               05 tm-t-effectiveFrom pic 9(8).
       01 wsDelta pic s9(9)v99 comp-3.
       01 changedCount pic 9(9) comp-5 value 0.
       01 deltaTotal pic s9(11)v99 comp-3 value 0.
      *> the Calculator linkage for the delta series - each moved
      *> fee's delta goes on it, and the statistics come back in
      *> wsResult
       01 wsArg1 pic s9(9)v99 comp-3.
       01 wsArg2 pic s9(9)v99 comp-3 value 0.
       01 wsResult pic s9(9)v99 comp-3.
       01 wsRoundMode pic 99.
       copy "calcReturnCode.cpy".
       01 cityDeltaTable.
           03 cityDeltaEntry occurs 200 times.
               05 cd-city  pic x(20).
       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           move wsRunDate to wsPriceDate
           accept wsChangeText
               from environment "ADDRESSBOOK_PRICE_CHANGE_DATE"
           if wsChangeText is numeric
               move wsChangeText to wsChangeDate
           end-if
           if wsChangeDate not = 0
               compute wsPriceDate = function date-of-integer
                   (function integer-of-date(wsChangeDate) - 1)
               display "pricing the change effective " wsChangeDate
           end-if
           perform 0450-load-tier-map
           perform 0600-load-households

           move "C" to wsPass
           move ".\zone-rates.txt" to wsRatePath
           move ".\fee-formulas.txt" to wsFormulaPath
           move ".\discounts.txt" to wsDiscountPath
           perform 1000-price-one-pass
           if recordCount = 0
               display "no records - nothing to simulate"
           end-if

           move "P" to wsPass
           if wsChangeDate not = 0
               move wsChangeDate to wsPriceDate
           end-if
           move ".\zone-rates-proposed.txt" to wsRatePath
           move ".\fee-formulas-proposed.txt" to wsFormulaPath
           move ".\discounts-proposed.txt" to wsDiscountPath
           perform 0900-fall-back-missing-files
           perform 1000-price-one-pass

               move ".\fee-formulas.txt" to wsFormulaPath
           end-if
           close formulaFile
           open input discountFile
           if fs-discount not = "00"
               move ".\discounts.txt" to wsDiscountPath
           end-if
           close discountFile
           .

      *> one full cursor pass of the live file under the table set
       1000-price-one-pass section.
           perform 1100-load-rate-table
           perform 1200-load-formula-table
           perform 1500-load-discounts
           move openFileReadOnly to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
                       move zr-value to rt-rate(rateCount)
                   end-if
               when "B"
                   if zr-effectiveFrom <= wsPriceDate
                      and zr-effectiveFrom >= wsBaseFeeEffective
                       move zr-effectiveFrom
                           to wsBaseFeeEffective
                     / 100
               move wsWork to wsFee
           end-if
           perform 2500-apply-discount
           .

       0450-load-tier-map section.
           perform until tmSub > tierMapCount
               if wsTierCode >= tm-t-low(tmSub)
                  and wsTierCode <= tm-t-high(tmSub)
                  and tm-t-effectiveFrom(tmSub) <= wsPriceDate
                  and tm-t-effectiveFrom(tmSub)
                      >= wsTierBestDate
                   move tm-t-effectiveFrom(tmSub)
           move 1 to rateSub
           perform until rateSub > rateCount
               if rt-tier(rateSub) = wsZoneTier
                  and rt-effectiveFrom(rateSub) <= wsPriceDate
                  and rt-effectiveFrom(rateSub)
                      >= wsBestEffective
                   move rt-effectiveFrom(rateSub)
           end-if
           .

      *> the household file, loaded once - both passes look the
      *> contact's house up the same way
       0600-load-households section.
           move "N" to eof
           open input householdFile
           if fs-household = "00"
               perform until eof = "Y"
                   read householdFile
                       at end
                           move "Y" to eof
                       not at end
                           if householdCount < 5000
                               add 1 to householdCount
                               move ho-householdId
                                   to hs-householdId(householdCount)
                               move ho-family
                                   to hs-family(householdCount)
                               move ho-street
                                   to hs-street(householdCount)
                               move ho-city
                                   to hs-city(householdCount)
                           end-if
                   end-read
               end-perform
           end-if
           close householdFile
           move "N" to eof
           .

      *> the rows valid on the date priced, with an approving operator,
      *> as billingExtract keeps them - and every household's
      *> fixed discount is untaken again for the pass
       1500-load-discounts section.
           move 0 to discountCount
           move "N" to eof
           open input discountFile
           if fs-discount = "00"
               perform until eof = "Y"
                   read discountFile
                       at end
                           move "Y" to eof
                       not at end
                           if dc-validFrom <= wsPriceDate
                              and (dc-validTo = 0
                                   or dc-validTo >= wsPriceDate)
                              and (dc-keyType = "R" or "H")
                              and dc-approver not = spaces
                              and discountCount < 500
                               add 1 to discountCount
                               move dc-keyType
                                   to dt-keyType(discountCount)
                               move dc-key to dt-key(discountCount)
                               move dc-type to dt-type(discountCount)
                               move dc-value
                                   to dt-value(discountCount)
                               move dc-validFrom
                                   to dt-validFrom(discountCount)
                               move dc-promoCode
                                   to dt-promoCode(discountCount)
                           end-if
                   end-read
               end-perform
           end-if
           close discountFile
           move "N" to eof
           move 1 to hsSub
           perform until hsSub > householdCount
               move "N" to hs-fixedTaken(hsSub)
               add 1 to hsSub
           end-perform
           .

      *> the discount billingExtract would take off this fee - a
      *> percentage rounded half up at four decimals the way
      *> percentageFunc rounds it, a fixed amount cut to the fee
       2500-apply-discount section.
           perform 2510-find-discount
           if discountMatchSub > 0 and wsFee > 0
               if dt-type(discountMatchSub) = "F"
                   compute wsDiscount = dt-value(discountMatchSub) / 100
                   if wsDiscount > wsFee
                       move wsFee to wsDiscount
                   end-if
                   if dt-keyType(discountMatchSub) = "H"
                       move "Y" to hs-fixedTaken(hsMatchSub)
                   end-if
               else
                   compute wsWork
                       = (wsFee * (dt-value(discountMatchSub) / 100))
                         / 100
                   compute wsDiscount rounded = wsWork
               end-if
               subtract wsDiscount from wsFee
               perform 2520-tally-promotion
           end-if
           .

       2510-find-discount section.
           move 0 to discountMatchSub
           move 0 to wsDiscountBest
           move 1 to discountSub
           perform until discountSub > discountCount
               if dt-keyType(discountSub) = "R"
                  and dt-key(discountSub) = recordId of tmprec
                  and dt-validFrom(discountSub) >= wsDiscountBest
                   move dt-validFrom(discountSub) to wsDiscountBest
                   move discountSub to discountMatchSub
               end-if
               add 1 to discountSub
           end-perform
           if discountMatchSub = 0
               move 0 to hsMatchSub
               move 1 to hsSub
               perform until hsSub > householdCount
                   if hs-family(hsSub) = recordFamily of tmprec
                      and hs-street(hsSub) = recordStreet of tmprec
                      and hs-city(hsSub) = recordCity of tmprec
                       move hsSub to hsMatchSub
                   end-if
                   add 1 to hsSub
               end-perform
               if hsMatchSub > 0
                   move 1 to discountSub
                   perform until discountSub > discountCount
                       if dt-keyType(discountSub) = "H"
                          and dt-key(discountSub)
                              = hs-householdId(hsMatchSub)
                          and dt-validFrom(discountSub)
                              >= wsDiscountBest
                          and (dt-type(discountSub) not = "F"
                               or hs-fixedTaken(hsMatchSub) = "N")
                           move dt-validFrom(discountSub)
                               to wsDiscountBest
                           move discountSub to discountMatchSub
                       end-if
                       add 1 to discountSub
                   end-perform
               end-if
           end-if
           .

       2520-tally-promotion section.
           move 0 to matchSub
           move 1 to promoSub
           perform until promoSub > promoCount
               if pm-promoCode(promoSub)
                   = dt-promoCode(discountMatchSub)
                   move promoSub to matchSub
               end-if
               add 1 to promoSub
           end-perform
           if matchSub = 0 and promoCount < 200
               add 1 to promoCount
               move promoCount to matchSub
               move dt-promoCode(discountMatchSub)
                   to pm-promoCode(matchSub)
               move 0 to pm-current(matchSub)
               move 0 to pm-proposed(matchSub)
           end-if
           if matchSub > 0
               if wsPass = "C"
                   add wsDiscount to pm-current(matchSub)
               else
                   add wsDiscount to pm-proposed(matchSub)
               end-if
           end-if
           .

       5000-write-report section.
           open output reportFile
           write reportLine from reportHeading
           open output feeFile
           move spaces to feeLine
           move "H" to fl-rowType
           move wsChangeDate to fh-effective
           move wsRunDate to fh-runDate
           write feeLine
           move roundHalfUp to wsRoundMode
           move logSessionOpen to func
           perform 5900-call-calculator
           move seriesOpen to func
           perform 5900-call-calculator
           move 1 to sub
           perform until sub > recordCount
               compute wsDelta
                   = fe-proposed(sub) - fe-current(sub)
               if wsDelta not = 0
                   move wsDelta to wsArg1
                   move seriesPost to func
                   perform 5900-call-calculator
                   perform 5100-write-one-delta
                   perform 5150-write-one-fee
                   perform 5200-tally-city-delta
                   perform 5300-tally-tier-delta
               end-if
               end-if
               add 1 to tierSub
           end-perform
           move statCount to wsArg1
           perform 5400-read-statistic
           move wsResult to changedCount
           move statSum to wsArg1
           perform 5400-read-statistic
           move wsResult to deltaTotal
           move spaces to totalDetail
           move "TOTAL DELTA" to td-label
           move deltaTotal to td-delta
           write reportLine from totalDetail
           if changedCount > 0
               move spaces to totalDetail
               move "AVERAGE DELTA" to td-label
               move statMean to wsArg1
               perform 5400-read-statistic
               move wsResult to td-delta
               write reportLine from totalDetail
               move spaces to totalDetail
               move "SMALLEST DELTA" to td-label
               move statMinimum to wsArg1
               perform 5400-read-statistic
               move wsResult to td-delta
               write reportLine from totalDetail
               move spaces to totalDetail
               move "LARGEST DELTA" to td-label
               move statMaximum to wsArg1
               perform 5400-read-statistic
               move wsResult to td-delta
               write reportLine from totalDetail
               move spaces to totalDetail
               move "DELTA STD DEVIATION" to td-label
               move statStdDev to wsArg1
               perform 5400-read-statistic
               move wsResult to td-delta
               write reportLine from totalDetail
           end-if
           move logSessionClose to func
           perform 5900-call-calculator
           if promoCount > 0
               move spaces to reportLine
               write reportLine
               write reportLine from promoHeading
               move 1 to promoSub
               perform until promoSub > promoCount
                   move spaces to promoDetail
                   move pm-promoCode(promoSub) to pd-promoCode
                   move pm-current(promoSub) to pd-current
                   move pm-proposed(promoSub) to pd-proposed
                   compute pd-delta = pm-proposed(promoSub)
                       - pm-current(promoSub)
                   write reportLine from promoDetail
                   add 1 to promoSub
               end-perform
           end-if
           close feeFile
           close reportFile
           .

           write reportLine from detailLine
           .

       5150-write-one-fee section.
           move spaces to feeLine
           move "D" to fl-rowType
           move fe-recordId(sub) to fl-recordId
           move fe-current(sub) to fl-current
           move fe-proposed(sub) to fl-proposed
           write feeLine
           .

       5200-tally-city-delta section.
           move 0 to matchSub
           move 1 to sub2
           add wsDelta to tierDeltaEntry(tierSub)
           .

      *> reads back the statistic named in wsArg1 - one the series
      *> cannot answer reads as zero, and says so
       5400-read-statistic section.
           move seriesRead to func
           perform 5900-call-calculator
           if return-code not = err-success
               display "delta statistic " wsArg1
                   " not available, return-code " return-code
               move 0 to wsResult
               move 0 to return-code
           end-if
           .

       5900-call-calculator section.
           call "Calculator" using by value wsArg1
                                    by value wsArg2
                                    by value func
                                    by reference wsResult
                                    by value wsRoundMode
           .

       end program pricingSimulator.
