      *> member breakdown goes to billing-household-members.txt for
      *> the invoice body.  Records outside any household still
      *> bill individually.
      *> A contact holding service subscriptions (subscriptions.txt,
      *> keyed by recordId plus service code) bills per service
      *> instead: one extract line per subscription active in the
      *> run's calendar month, priced by the service's basis on
      *> service-catalogue.txt - Z takes the contact's zone-priced
      *> fee, F the catalogue's flat price - and prorated by the
      *> days the subscription covers, so a service cancelled
      *> mid-month bills only the days it ran.  Each line's fee is
      *> one Calculator percentage operation (the prorated share is
      *> folded into the rate), so every line still traces to its
      *> own calculator-log.txt row.  A contact with no
      *> subscription rows bills the single zone fee as always.
      *> Metered consumption usageImport accepted onto
      *> usage-pending.txt bills on the contact's next billed run:
      *> one extract line per reading, the unit price in force on
      *> the reading date from usage-rates.txt in the rate column
      *> and the quantity in its own column, priced as one
      *> Calculator percentage operation (quantity at the unit
      *> price as the rate), so the line traces to the log like
      *> any fee.  In household mode a member's readings follow the
      *> household's line under the head of household, the way its
      *> service fees roll up, so the house gets one invoice.
      *> Readings billed leave the pending file; the rest wait for
      *> the contact's next billed run.
      *> A discount on discounts.txt - keyed by recordId, or by
      *> household id for every member of the house, a percentage
      *> or a fixed amount, valid from/to, with its promotion code
      *> and the operator who approved it - comes off the
      *> contact's zone, formula or subscription price (never the
      *> metered usage) as its own DISCNT extract line, computed
      *> through Calculator's percentage operation like every
      *> other figure on the extract, and is written to
      *> billing-discounts.txt for the promotion report.  A
      *> recordId row beats a household row; a row no operator
      *> approved is never applied; a fixed household discount
      *> comes off once per household per run.  In household mode
      *> the member discounts follow the household's line.
      *> A contact priceChangeNotice logged on
      *> price-change-notices.txt as not told of a price change in
      *> time keeps the old price: the tier map, zone rates and base
      *> fee are priced as of the day before the change took effect
      *> until a notice stands in time - or, for a late notice,
      *> until PRICE-NOTICE-DAYS have run from the day it went.
       program-id. billingExtract as "billingExtract".

       environment division.
           assign to ".\billing-household-members.txt"
           organization is line sequential.

      *> the services we sell - code, description, price basis (Z
      *> zone-priced, F flat) and the flat monthly price
           select optional catalogueFile
           assign to ".\service-catalogue.txt"
           organization is line sequential
           file status is fs-catalogue.

           select optional subscriptionFile
           assign to ".\subscriptions.txt"
           organization is indexed
           access is dynamic
           record key subKey of subscriptionRec with no duplicates
           file status is fs-subscription.

      *> the discounts and promotions sales has promised
           select optional discountFile
           assign to ".\discounts.txt"
           organization is line sequential
           file status is fs-discount.

      *> one row per discount given, read by promotionReport
           select optional discountRegisterFile
           assign to ".\billing-discounts.txt"
           organization is line sequential.

      *> price per unit of each metered service, effective-dated
           select optional usageRateFile
           assign to ".\usage-rates.txt"
           organization is line sequential
           file status is fs-usagerate.

      *> accepted meter readings waiting to bill - read whole at
      *> the start and rewritten with whatever did not bill
           select optional pendingUsageFile
           assign to ".\usage-pending.txt"
           organization is line sequential
           file status is fs-pendingusage.

      *> who was told of which price change, and when
           select optional noticeLogFile
           assign to ".\price-change-notices.txt"
           organization is line sequential
           file status is fs-noticelog.

       data division.
       file section.
       fd reportFile.
      *> wide enough for the full detailLine plus the household
      *> and service columns - at x(80) the fee column was
      *> truncated off the end of every extract row
       01 reportLine pic x(120).
       fd genFile.
       01 genLine pic x(120).

       fd registryFile.
       01 registryLine.
      *> fee in hundredths, same two implied decimals as the extract
           03 bh-fee      pic 9(9).

       fd catalogueFile.
       01 catalogueLine.
           03 sc-serviceCode pic x(6).
           03 filler         pic x(1).
           03 sc-description pic x(30).
           03 filler         pic x(1).
           03 sc-priceBasis  pic x(1).
           03 filler         pic x(1).
      *> flat monthly price in hundredths - F basis only
           03 sc-price       pic 9(7).

       fd subscriptionFile.
       01 subscriptionRec.
       copy "subscription.cpy".

       fd discountFile.
       01 discountLine.
      *> R = dc-key is a recordId, H = a household id
           03 dc-keyType    pic x(1).
           03 filler        pic x(1).
           03 dc-key        pic 9(9).
           03 filler        pic x(1).
      *> P = dc-value is a percentage (1000 = 10.00%),
      *> F = a fixed amount in hundredths
           03 dc-type       pic x(1).
           03 filler        pic x(1).
           03 dc-value      pic 9(7).
           03 filler        pic x(1).
           03 dc-validFrom  pic 9(8).
           03 filler        pic x(1).
      *> zero = open-ended
           03 dc-validTo    pic 9(8).
           03 filler        pic x(1).
           03 dc-promoCode  pic x(10).
           03 filler        pic x(1).
           03 dc-approver   pic x(8).

       fd discountRegisterFile.
       01 discountRegisterLine.
           03 bd-runDate     pic 9(8).
           03 filler         pic x(1) value space.
           03 bd-recordId    pic 9(9).
           03 filler         pic x(1) value space.
           03 bd-householdId pic 9(5).
           03 filler         pic x(1) value space.
           03 bd-promoCode   pic x(10).
           03 filler         pic x(1) value space.
           03 bd-keyType     pic x(1).
           03 filler         pic x(1) value space.
           03 bd-type        pic x(1).
           03 filler         pic x(1) value space.
           03 bd-value       pic 9(7).
           03 filler         pic x(1) value space.
      *> the price the discount came off, and the discount, in
      *> hundredths
           03 bd-base        pic 9(9).
           03 filler         pic x(1) value space.
           03 bd-discount    pic 9(9).
           03 filler         pic x(1) value space.
           03 bd-approver    pic x(8).

       fd usageRateFile.
       01 usageRateLine.
           03 ur-rowType       pic x(1).
           03 filler           pic x(1).
           03 ur-service       pic x(6).
           03 filler           pic x(1).
           03 ur-effectiveFrom pic 9(8).
           03 filler           pic x(1).
      *> price per unit in hundredths
           03 ur-rate          pic 9(7).
           03 filler           pic x(1).
           03 ur-minimum       pic 9(7).
           03 filler           pic x(1).
           03 ur-maximum       pic 9(7).
           03 filler           pic x(1).
           03 ur-spike         pic 9(3).

       fd pendingUsageFile.
       01 pendingUsageLine.
           03 pu-recordId    pic 9(9).
           03 filler         pic x(1) value space.
           03 pu-service     pic x(6).
           03 filler         pic x(1) value space.
           03 pu-period      pic 9(6).
           03 filler         pic x(1) value space.
           03 pu-quantity    pic 9(7).
           03 filler         pic x(1) value space.
           03 pu-readingDate pic 9(8).

       fd noticeLogFile.
       01 noticeLogRec.
       copy "pricenotice.cpy".

       fd rateFile.
       01 rateLine.
           03 zr-rowType       pic x(1).
           03 dl-household pic x(5).
           03 filler       pic x(1) value space.
           03 dl-members   pic x(3).
      *> service columns - the subscription the line bills and the
      *> days of the month it covered; spaces on a single-fee line
           03 filler        pic x(1) value space.
           03 dl-service    pic x(6).
           03 filler        pic x(1) value space.
           03 dl-activeDays pic 9(2).
           03 filler        pic x(1) value space.
           03 dl-periodDays pic 9(2).
      *> units billed on a metered-usage line, whose rate column
      *> carries the unit price; spaces on every other line
           03 filler        pic x(1) value space.
           03 dl-quantity   pic z(4)9.
      *> a DISCNT line carries its promotion code over the days and
      *> quantity columns, and the percentage in the rate column
       01 discountView redefines detailLine.
           03 filler        pic x(109).
           03 dl-promoCode  pic x(10).
           03 filler        pic x(1).
      *> H bills per household, anything else per record
       01 wsBillingMode pic x(1) value spaces.
       01 fs-household pic x(2).
               05 hh-billed      pic 9(3) comp-5.
               05 hh-headId      pic 9(9) comp-5.
               05 hh-headName    pic x(30).
               05 hh-fixedTaken  pic x(1).
       01 hhCount pic 9(9) comp-5 value 0.
       01 hhSub pic 9(9) comp-5 value 1.
       01 hhMatchSub pic 9(9) comp-5 value 0.
       01 tierSub pic 9(9) comp-5 value 1.
       01 wsTierBestDate pic 9(8) value 0.
       01 wsTierCode pic 9(5) value 0.
      *> the date the contact in hand is priced as of - the run
      *> date, or the day before a price change they were not told
      *> of in time
       01 wsPriceDate pic 9(8).
      *> every base-fee row, the in-force pick made per contact
       01 baseFeeTable.
           03 baseFeeEntry occurs 50 times.
               05 bf-effectiveFrom pic 9(8).
               05 bf-fee           pic 9(5).
       01 baseFeeCount pic 9(9) comp-5 value 0.
       01 baseFeeSub pic 9(9) comp-5 value 1.
      *> the price-change notice log - nc-clearDate is the first
      *> run date the new price may bill: at once for a notice in
      *> time, PRICE-NOTICE-DAYS after a late one, never for a
      *> contact no notice reached
       01 fs-noticelog pic x(2).
       01 noticeTable.
           03 noticeEntry occurs 5000 times.
               05 nc-recordId  pic 9(9) comp-5.
               05 nc-effective pic 9(8).
               05 nc-clearDate pic 9(8).
       01 noticeCount pic 9(9) comp-5 value 0.
       01 noticeSub pic 9(9) comp-5 value 1.
       01 wsNoticeBest pic 9(8) value 0.
       01 wsNoticeClear pic 9(8) value 0.
       01 heldPriceCount pic 9(9) comp-5 value 0.
       78 defaultNoticeDays value 30.
       01 wsNoticeDays pic 9(9) value defaultNoticeDays.
       01 wsParamName  pic x(20) value "PRICE-NOTICE-DAYS".
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).

       01 billedCount   pic 9(9) comp-5 value 0.
       01 deferredCount pic 9(9) comp-5 value 0.
           03 filler      pic x(1) value space.
           03 cv-name     pic x(30).
           03 filler      pic x(1) value space.
      *> signed - a discount converts as a credit
           03 cv-fee      pic -(7)9.99.
           03 filler      pic x(1) value space.
           03 cv-currency pic x(3).
           03 filler      pic x(6) value " rate ".
           03 cv-rate     pic 9.9999.
           03 filler      pic x(1) value space.
           03 cv-rateDate pic 9(8).
      *> the service catalogue, loaded whole
       01 fs-catalogue pic x(2).
       01 fs-subscription pic x(2).
       01 catalogueTable.
           03 catalogueEntry occurs 200 times.
               05 ca-serviceCode pic x(6).
               05 ca-priceBasis  pic x(1).
               05 ca-price       pic 9(7) comp-5.
       01 catalogueCount pic 9(9) comp-5 value 0.
       01 catSub pic 9(9) comp-5 value 1.
       01 catMatchSub pic 9(9) comp-5 value 0.
       01 wsHasSubscriptions pic x(1) value "N".
       01 wsSubScanDone pic x(1) value "N".
       01 wsLineFailed pic x(1) value "N".
       01 wsContactFee pic s9(9)v99 comp-3.
       01 subLineCount pic 9(9) comp-5 value 0.
      *> the calendar month of the run date - the period every
      *> subscription line is prorated against
       01 wsMonthStart pic 9(8).
       01 wsMonthStartX redefines wsMonthStart.
           03 wsMsYyyy pic 9(4).
           03 wsMsMm   pic 9(2).
           03 wsMsDd   pic 9(2).
       01 wsMonthStartDay pic 9(9) comp-5.
       01 wsMonthEndDay   pic 9(9) comp-5.
       01 wsPeriodDays    pic 9(2).
       01 wsActiveDays    pic 9(2).
       01 wsFromDay pic 9(9) comp-5.
       01 wsToDay   pic 9(9) comp-5.
      *> the usage rate rows - a reading prices at its service's
      *> row with the latest effective date on or before the date
      *> the meter was read
       01 fs-usagerate pic x(2).
       01 fs-pendingusage pic x(2).
       01 usageRateTable.
           03 usageRateEntry occurs 200 times.
               05 ut-service       pic x(6).
               05 ut-effectiveFrom pic 9(8).
               05 ut-rate          pic 9(7) comp-5.
       01 usageRateCount pic 9(9) comp-5 value 0.
       01 usageRateSub pic 9(9) comp-5 value 1.
       01 usageRateMatchSub pic 9(9) comp-5 value 0.
       01 wsUsageRateDate pic 9(8) value 0.
       01 pendingUsageTable.
           03 pendingUsageEntry occurs 5000 times.
               05 pg-recordId    pic 9(9) comp-5.
               05 pg-service     pic x(6).
               05 pg-period      pic 9(6).
               05 pg-quantity    pic 9(7) comp-5.
               05 pg-readingDate pic 9(8).
               05 pg-billed      pic x(1).
       01 pendingUsageCount pic 9(9) comp-5 value 0.
       01 pendingUsageSub pic 9(9) comp-5 value 1.
      *> more readings waiting than the table holds - none bill
      *> this run and the pending file is left as it stands
       01 wsUsageOverflow pic x(1) value "N".
       01 usageLineCount pic 9(9) comp-5 value 0.
       01 wsUnitPrice pic 9(5)v99 comp-3.
      *> the discounts valid on the run date and approved
       01 fs-discount pic x(2).
       01 discountTable.
           03 discountEntry occurs 500 times.
               05 dt-keyType   pic x(1).
               05 dt-key       pic 9(9) comp-5.
               05 dt-type      pic x(1).
               05 dt-value     pic 9(7) comp-5.
               05 dt-validFrom pic 9(8).
               05 dt-promoCode pic x(10).
               05 dt-approver  pic x(8).
       01 discountCount pic 9(9) comp-5 value 0.
       01 discountSub pic 9(9) comp-5 value 1.
       01 discountMatchSub pic 9(9) comp-5 value 0.
       01 wsDiscountBest pic 9(8) value 0.
       01 unapprovedCount pic 9(9) comp-5 value 0.
       01 wsHouseholdDiscounts pic x(1) value "N".
      *> the household of the contact in hand, for a household
      *> discount - found whatever the billing mode
       01 wsDiscountHhSub pic 9(9) comp-5 value 0.
       01 wsDiscountBase pic s9(9)v99 comp-3.
       01 wsDiscount pic s9(9)v99 comp-3.
       01 wsDiscountRate pic 9(5)v99 comp-3.
       01 discountLineCount pic 9(9) comp-5 value 0.
       01 discountTotal pic s9(11)v99 comp-3 value 0.
      *> household mode - member discounts waiting to follow their
      *> household's line
       01 heldDiscountTable.
           03 heldDiscountEntry occurs 5000 times.
               05 hd-hhSub     pic 9(9) comp-5.
               05 hd-promoCode pic x(10).
               05 hd-rate      pic 9(5)v99 comp-3.
               05 hd-amount    pic s9(9)v99 comp-3.
       01 heldDiscountCount pic 9(9) comp-5 value 0.
       01 heldDiscountSub pic 9(9) comp-5 value 1.
      *> household mode - member usage lines waiting to follow their
      *> household's line, billed to the head like the service fees
       01 heldUsageTable.
           03 heldUsageEntry occurs 5000 times.
               05 hu-hhSub     pic 9(9) comp-5.
               05 hu-service   pic x(6).
               05 hu-quantity  pic 9(7) comp-5.
               05 hu-unitPrice pic 9(5)v99 comp-3.
               05 hu-amount    pic s9(9)v99 comp-3.
       01 heldUsageCount pic 9(9) comp-5 value 0.
       01 heldUsageSub pic 9(9) comp-5 value 1.
       01 convertedTrailer.
           03 filler      pic x(20)
              value "CONVERTED TOTAL     ".
           perform 0450-load-tier-map
           perform 0500-load-rate-table
           perform 0550-load-formula-table
           perform 0900-load-catalogue
           perform 0950-compute-billing-month
           perform 0960-load-usage-rates
           perform 0970-load-pending-usage
           perform 0980-load-discounts
           perform 0990-load-price-notices
           if wsBillingMode = "H"
               perform 0650-load-households
               open output memberFile
           else
               if wsHouseholdDiscounts = "Y"
                   perform 0650-load-households
               end-if
           end-if

           move accumulatorOpen to func
                   fs-terms " - every contact bills this run"
           end-if

           open input subscriptionFile
           if fs-subscription not = "00"
              and fs-subscription not = "05"
               display "subscriptions file not usable, file status "
                   fs-subscription " - single fees this run"
           end-if

           move openFile to func
           call "recordsProgram" using func tmprec arrayParent


           open output reportFile
           open extend historyFile
           open extend discountRegisterFile
           if wsBillingCurrency not = spaces
               open output convertedFile
           end-if
               write convertedLine from convertedTrailer
               close convertedFile
           end-if
           close discountRegisterFile
           close historyFile
           close reportFile
           perform 9500-roll-generation
           if wsUsageOverflow not = "Y"
               perform 8500-rewrite-pending-usage
           end-if

           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent
           close termsFile
           close subscriptionFile

           perform 9000-post-control-totals

           display "contacts skipped:  " skippedCount
           display "contacts billed:   " billedCount
           display "contacts deferred: " deferredCount
           display "service lines:     " subLineCount
           display "usage lines:       " usageLineCount
           display "discount lines:    " discountLineCount
           if unapprovedCount > 0
               display "discounts not approved, not applied: "
                   unapprovedCount
           end-if
           if heldPriceCount > 0
               display "held at old price, notice not in time: "
                   heldPriceCount
           end-if
           goback
           .

      * Sections
      *****************************************************************
      *> loads zone-rates.txt - rate rows keep every generation in
      *> the table (the in-force pick happens per lookup), and so
      *> do the base-fee rows, picked per contact
       0450-load-tier-map section.
           move "N" to eof
           open input tierMapFile
           perform until tierSub > tierMapCount
               if wsTierCode >= tm-t-low(tierSub)
                  and wsTierCode <= tm-t-high(tierSub)
                  and tm-t-effectiveFrom(tierSub) <= wsPriceDate
                  and tm-t-effectiveFrom(tierSub)
                      >= wsTierBestDate
                   move tm-t-effectiveFrom(tierSub)
                       move zr-value to rt-rate(rateCount)
                   end-if
               when "B"
                   if baseFeeCount < 50
                       add 1 to baseFeeCount
                       move zr-effectiveFrom
                           to bf-effectiveFrom(baseFeeCount)
                       move zr-value to bf-fee(baseFeeCount)
                   end-if
               when other
                   continue
           end-evaluate
           .

      *> the base fee in force on wsPriceDate - the latest row on
      *> or before it, the value wsBaseFee was declared with when
      *> none is
       0520-select-base-fee section.
           move 10000 to wsBaseFee
           move 0 to wsBaseFeeEffective
           move 1 to baseFeeSub
           perform until baseFeeSub > baseFeeCount
               if bf-effectiveFrom(baseFeeSub) <= wsPriceDate
                  and bf-effectiveFrom(baseFeeSub)
                      >= wsBaseFeeEffective
                   move bf-effectiveFrom(baseFeeSub)
                       to wsBaseFeeEffective
                   move bf-fee(baseFeeSub) to wsBaseFee
               end-if
               add 1 to baseFeeSub
           end-perform
           .

      *> the rate in force for wsZoneTier on wsPriceDate - latest
      *> effective-from on or before that date wins.  No row in
      *> force falls back to the formula this program always used:
      *> (tier + 1) * 0.50% (tier 0 = 0.50%, tier 9 = 5.00%).
       0600-select-zone-rate section.
           move 1 to rateSub
           perform until rateSub > rateCount
               if rt-tier(rateSub) = wsZoneTier
                  and rt-effectiveFrom(rateSub) <= wsPriceDate
                  and rt-effectiveFrom(rateSub) >= wsBestEffective
                   move rt-effectiveFrom(rateSub) to wsBestEffective
                   move rt-rate(rateSub) to wsZoneRate
                               move 0 to hh-billed(hhCount)
                               move 0 to hh-headId(hhCount)
                               move spaces to hh-headName(hhCount)
                               move "N" to hh-fixedTaken(hhCount)
                           end-if
                   end-read
               end-perform
           end-if
           .

      *> the latest price change logged for the contact that has
      *> taken effect decides: if the new price may not bill yet,
      *> the contact is priced as of the day before it took effect
       1020-choose-price-date section.
           move wsRunDate to wsPriceDate
           move 0 to wsNoticeBest
           move 0 to wsNoticeClear
           move 1 to noticeSub
           perform until noticeSub > noticeCount
               if nc-recordId(noticeSub) = recordId of tmprec
                  and nc-effective(noticeSub) <= wsRunDate
                   evaluate true
                       when nc-effective(noticeSub) > wsNoticeBest
                           move nc-effective(noticeSub)
                               to wsNoticeBest
                           move nc-clearDate(noticeSub)
                               to wsNoticeClear
                       when nc-effective(noticeSub) = wsNoticeBest
                            and nc-clearDate(noticeSub)
                                < wsNoticeClear
                           move nc-clearDate(noticeSub)
                               to wsNoticeClear
                       when other
                           continue
                   end-evaluate
               end-if
               add 1 to noticeSub
           end-perform
           if wsNoticeBest > 0 and wsNoticeClear > wsRunDate
               compute wsPriceDate = function date-of-integer
                   (function integer-of-date(wsNoticeBest) - 1)
               add 1 to heldPriceCount
           end-if
           .

      *> the contact is due this run - price through the formula
      *> or zone-rate path and write the extract and history rows.
      *> Zone tier from the maintained postal-range table, falling
      *> back to the last digit of the postal/zone code.  A contact
      *> with subscriptions bills per service instead.
       1050-price-due-contact section.
           perform 1020-choose-price-date
           perform 0520-select-base-fee
           move recordCode of tmprec to wsTierCode
           perform 0460-derive-zone-tier
           perform 1300-find-subscriptions
           if wsHasSubscriptions = "Y"
               perform 1400-price-subscriptions
           else
               perform 1060-price-single-fee
           end-if
           .

       1060-price-single-fee section.
      *> a fee formula selected for this record prices it; records
      *> no rule selects fall back to the zone-rate path below
           perform 0570-select-formula-rule
                   move detailLine to reportLine
                   write reportLine
               end-if
               move wsFee to wsContactFee
               perform 1070-account-one-fee
               move wsContactFee to wsDiscountBase
               perform 1600-price-discount-line
               perform 1500-price-usage-lines
               perform 1080-write-history-row
               add 1 to extractedCount
           else
               add 1 to skippedCount
           end-if
           .

      *> every fee that reaches the extract - a single fee or one
      *> service line - converts, totals, and posts through the
      *> accumulator the same way
       1070-account-one-fee section.
           if wsBillingCurrency not = spaces
               perform 1200-convert-one-fee
           end-if
           add wsFee to feeTotal
           move accumulatorPost to func
           move roundHalfUp to wsRoundMode
           call "Calculator" using by value wsFee
                                    by value wsOne
                                    by value func
                                    by reference wsCalcResult
                                    by value wsRoundMode
           .

      *> one history row per contact per run, whatever number of
      *> lines the contact billed - the variance report compares
      *> contact to contact
       1080-write-history-row section.
           move spaces to historyLine
           move wsRunDate to bh-runDate
           move recordId of tmprec to bh-recordId
           compute bh-fee = wsContactFee * 100
           write historyLine
           .

      *> positions the subscription file on the contact's first
      *> service - the row found is left in subscriptionRec for
      *> the pricing walk
       1300-find-subscriptions section.
           move "N" to wsHasSubscriptions
           if fs-subscription = "00" or fs-subscription = "05"
               move recordId of tmprec to subRecordId of subscriptionRec
               move low-values to subServiceCode of subscriptionRec
               start subscriptionFile
                   key is >= subKey of subscriptionRec
                   invalid key
                       continue
                   not invalid key
                       read subscriptionFile next record
                           at end
                               continue
                           not at end
                               if subRecordId of subscriptionRec
                                   = recordId of tmprec
                                   move "Y" to wsHasSubscriptions
                               end-if
                       end-read
               end-start
           end-if
           .

      *> one line per service active in the month; in household
      *> mode the contact's summed lines roll up to the household
      *> as one member fee, the way a single fee does
       1400-price-subscriptions section.
           move 0 to wsContactFee
           move "N" to wsLineFailed
           move 0 to hhMatchSub
           if wsBillingMode = "H"
               perform 0660-find-household
           end-if
           move "N" to wsSubScanDone
           perform until wsSubScanDone = "Y"
               perform 1450-price-one-subscription
               read subscriptionFile next record
                   at end
                       move "Y" to wsSubScanDone
                   not at end
                       if subRecordId of subscriptionRec
                           not = recordId of tmprec
                           move "Y" to wsSubScanDone
                       end-if
               end-read
           end-perform
           if hhMatchSub > 0
               move wsContactFee to wsFee
               perform 1100-roll-up-one-member
           end-if
           if wsLineFailed not = "Y"
               move wsContactFee to wsDiscountBase
               perform 1600-price-discount-line
           end-if
           perform 1500-price-usage-lines
           perform 1080-write-history-row
           if wsLineFailed = "Y"
               add 1 to skippedCount
           else
               add 1 to extractedCount
           end-if
           .

      *> the prorated share rides in the percentage rate - a Z
      *> service applies the zone rate times the share to the base
      *> fee, an F service applies the share to its flat price, and
      *> truncation (the regulated rounding) keeps every cut
      *> customer-favorable
       1450-price-one-subscription section.
           perform 1460-compute-active-days
      *> a U-basis service bills by metered usage, never by the
      *> subscription
           if wsActiveDays > 0
               move 0 to catMatchSub
               move 1 to catSub
               perform until catSub > catalogueCount
                   if ca-serviceCode(catSub)
                       = subServiceCode of subscriptionRec
                       move catSub to catMatchSub
                   end-if
                   add 1 to catSub
               end-perform
               if catMatchSub = 0
                   move "Y" to wsLineFailed
                   display "recordId " recordId of tmprec
                       " subscribes to unknown service "
                       subServiceCode of subscriptionRec
               else
                   if ca-priceBasis(catMatchSub) not = "U"
                       perform 1470-price-one-service-line
                   end-if
               end-if
           end-if
           .

       1460-compute-active-days section.
           move 0 to wsActiveDays
           move wsMonthStartDay to wsFromDay
           if subStartDate of subscriptionRec is numeric
              and subStartDate of subscriptionRec > wsMonthStart
               compute wsFromDay = function integer-of-date
                   (subStartDate of subscriptionRec)
           end-if
           move wsMonthEndDay to wsToDay
           if subEndDate of subscriptionRec is numeric
              and subEndDate of subscriptionRec > 0
               compute wsToDay = function integer-of-date
                   (subEndDate of subscriptionRec)
               if wsToDay > wsMonthEndDay
                   move wsMonthEndDay to wsToDay
               end-if
           end-if
           if wsToDay >= wsFromDay
               compute wsActiveDays = wsToDay - wsFromDay + 1
           end-if
           .

       1470-price-one-service-line section.
           if ca-priceBasis(catMatchSub) = "F"
               move 0 to wsZoneRate
               compute wsArg1 = ca-price(catMatchSub) / 100
               compute wsRateArg
                   = (100 * wsActiveDays) / wsPeriodDays
           else
               perform 0570-select-formula-rule
               if wsRuleName not = spaces
                   perform 0580-run-formula
                   move 0 to wsZoneRate
                   move err-success to return-code
                   move wsFee to wsArg1
                   compute wsRateArg
                       = (100 * wsActiveDays) / wsPeriodDays
               else
                   perform 0600-select-zone-rate
                   compute wsArg1 = wsBaseFee / 100
                   compute wsRateArg
                       = (wsZoneRate * wsActiveDays)
                       / (wsPeriodDays * 100)
               end-if
           end-if
           move roundTruncate to wsRoundMode
           call "Calculator" using by value wsArg1
                                    by value wsRateArg
                                    by value percentage
                                    by reference wsFee
                                    by value wsRoundMode
           if return-code = err-success
               add 1 to subLineCount
               add wsFee to wsContactFee
               if hhMatchSub = 0
                   move spaces to detailLine
                   move recordId of tmprec     to dl-recordId
                   move recordName of tmprec   to dl-name
                   move recordFamily of tmprec to dl-family
                   move wsZoneRateV to dl-zoneRate
                   move wsFee       to dl-fee
                   move subServiceCode of subscriptionRec
                       to dl-service
                   move wsActiveDays to dl-activeDays
                   move wsPeriodDays to dl-periodDays
                   move detailLine to reportLine
                   write reportLine
               end-if
               perform 1070-account-one-fee
           else
               move "Y" to wsLineFailed
               display "skipped service " subServiceCode
                   of subscriptionRec " for recordId "
                   recordId of tmprec
                   " calculator return-code " return-code
               move err-success to return-code
           end-if
           .

      *> every reading waiting for this contact, one extract line
      *> each.  A reading with no unit price in force on its date,
      *> or a refused calculation, stays pending for the next run.
       1500-price-usage-lines section.
           move 1 to pendingUsageSub
           perform until pendingUsageSub > pendingUsageCount
               if pg-recordId(pendingUsageSub) = recordId of tmprec
                  and pg-billed(pendingUsageSub) = "N"
                   perform 1510-price-one-usage-line
               end-if
               add 1 to pendingUsageSub
           end-perform
           .

      *> the unit price in hundredths is the percentage rate that
      *> takes the quantity to its charge - 25 (0.25 a unit) at
      *> 25% of 400 units is 100.00 - and truncation keeps the cut
      *> customer-favorable, as on every other fee
       1510-price-one-usage-line section.
           move 0 to usageRateMatchSub
           move 0 to wsUsageRateDate
           move 1 to usageRateSub
           perform until usageRateSub > usageRateCount
               if ut-service(usageRateSub)
                   = pg-service(pendingUsageSub)
                  and ut-effectiveFrom(usageRateSub)
                   <= pg-readingDate(pendingUsageSub)
                  and ut-effectiveFrom(usageRateSub)
                   >= wsUsageRateDate
                   move ut-effectiveFrom(usageRateSub)
                       to wsUsageRateDate
                   move usageRateSub to usageRateMatchSub
               end-if
               add 1 to usageRateSub
           end-perform
           if usageRateMatchSub = 0
               display "no usage rate in force for service "
                   pg-service(pendingUsageSub) " recordId "
                   recordId of tmprec " - reading stays pending"
           else
               move pg-quantity(pendingUsageSub) to wsArg1
               move ut-rate(usageRateMatchSub) to wsRateArg
               move roundTruncate to wsRoundMode
               call "Calculator" using by value wsArg1
                                        by value wsRateArg
                                        by value percentage
                                        by reference wsFee
                                        by value wsRoundMode
               if return-code = err-success
                   add 1 to usageLineCount
                   add wsFee to wsContactFee
                   compute wsUnitPrice
                       = ut-rate(usageRateMatchSub) / 100
      *> a household member's usage bills to the household, the
      *> same as its service fees - held to follow the household's
      *> line, or written under the member if the table is full
                   if hhMatchSub > 0 and heldUsageCount < 5000
                       add 1 to heldUsageCount
                       move hhMatchSub to hu-hhSub(heldUsageCount)
                       move pg-service(pendingUsageSub)
                           to hu-service(heldUsageCount)
                       move pg-quantity(pendingUsageSub)
                           to hu-quantity(heldUsageCount)
                       move wsUnitPrice
                           to hu-unitPrice(heldUsageCount)
                       move wsFee to hu-amount(heldUsageCount)
                   else
                       if hhMatchSub > 0
                           display "WARNING: held usage table full,"
                               " usage for recordId "
                               recordId of tmprec
                               " billed to the member"
                       end-if
                       move spaces to detailLine
                       move recordId of tmprec     to dl-recordId
                       move recordName of tmprec   to dl-name
                       move recordFamily of tmprec to dl-family
                       move wsUnitPrice to dl-zoneRate
                       move wsFee       to dl-fee
                       move pg-service(pendingUsageSub) to dl-service
                       move pg-quantity(pendingUsageSub)
                           to dl-quantity
                       move detailLine to reportLine
                       write reportLine
                   end-if
                   perform 1070-account-one-fee
                   move "Y" to pg-billed(pendingUsageSub)
               else
                   display "usage reading for service "
                       pg-service(pendingUsageSub) " recordId "
                       recordId of tmprec
                       " calculator return-code " return-code
                       " - reading stays pending"
                   move err-success to return-code
               end-if
           end-if
           .

      *> the discount in force for the contact comes off the price
      *> just billed - wsDiscountBase - as a line of its own.  A
      *> percentage is the percentage operation on the price; a
      *> fixed amount, cut to the price so a bill never goes below
      *> zero, passes through the same operation at 100%, so every
      *> discount line traces to its own log row.  Rounding is half
      *> up - a discount is not a fee and the regulated truncation
      *> does not apply to it.
       1600-price-discount-line section.
           perform 1610-find-discount
           if discountMatchSub > 0 and wsDiscountBase > 0
               if dt-type(discountMatchSub) = "F"
                   move 0 to wsDiscountRate
                   compute wsArg1 = dt-value(discountMatchSub) / 100
                   if wsArg1 > wsDiscountBase
                       move wsDiscountBase to wsArg1
                   end-if
                   move 100 to wsRateArg
               else
                   compute wsDiscountRate
                       = dt-value(discountMatchSub) / 100
                   move wsDiscountBase to wsArg1
                   move wsDiscountRate to wsRateArg
               end-if
               move roundHalfUp to wsRoundMode
               call "Calculator" using by value wsArg1
                                        by value wsRateArg
                                        by value percentage
                                        by reference wsDiscount
                                        by value wsRoundMode
               if return-code = err-success
                   perform 1620-write-discount
               else
                   display "discount " dt-promoCode(discountMatchSub)
                       " for recordId " recordId of tmprec
                       " calculator return-code " return-code
                       " - not applied"
                   move err-success to return-code
               end-if
           end-if
           .

      *> a recordId row beats a household row; within a kind the
      *> latest valid-from wins.  A fixed household discount
      *> already taken by another member this run is passed over.
       1610-find-discount section.
           move 0 to discountMatchSub
           move 0 to wsDiscountHhSub
           if hhMatchSub > 0
               move hhMatchSub to wsDiscountHhSub
           else
               if wsHouseholdDiscounts = "Y"
                   perform 0660-find-household
                   move hhMatchSub to wsDiscountHhSub
                   move 0 to hhMatchSub
               end-if
           end-if
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
           if discountMatchSub = 0 and wsDiscountHhSub > 0
               move 1 to discountSub
               perform until discountSub > discountCount
                   if dt-keyType(discountSub) = "H"
                      and dt-key(discountSub)
                          = hh-householdId(wsDiscountHhSub)
                      and dt-validFrom(discountSub) >= wsDiscountBest
                      and (dt-type(discountSub) not = "F"
                           or hh-fixedTaken(wsDiscountHhSub) = "N")
                       move dt-validFrom(discountSub)
                           to wsDiscountBest
                       move discountSub to discountMatchSub
                   end-if
                   add 1 to discountSub
               end-perform
           end-if
           .

      *> the discount comes off the contact's fee for the history
      *> row and the extract total; the line itself is written now,
      *> or held to follow the household's line in household mode
       1620-write-discount section.
           add 1 to discountLineCount
           add wsDiscount to discountTotal
           subtract wsDiscount from wsContactFee
           if dt-keyType(discountMatchSub) = "H"
              and dt-type(discountMatchSub) = "F"
               move "Y" to hh-fixedTaken(wsDiscountHhSub)
           end-if
           if hhMatchSub > 0
               if heldDiscountCount < 5000
                   add 1 to heldDiscountCount
                   move hhMatchSub to hd-hhSub(heldDiscountCount)
                   move dt-promoCode(discountMatchSub)
                       to hd-promoCode(heldDiscountCount)
                   move wsDiscountRate to hd-rate(heldDiscountCount)
                   move wsDiscount to hd-amount(heldDiscountCount)
               end-if
           else
               move spaces to detailLine
               move recordId of tmprec     to dl-recordId
               move recordName of tmprec   to dl-name
               move recordFamily of tmprec to dl-family
               move wsDiscountRate to dl-zoneRate
               move wsDiscount  to dl-fee
               move "DISCNT" to dl-service
               move dt-promoCode(discountMatchSub) to dl-promoCode
               move detailLine to reportLine
               write reportLine
           end-if
           compute wsFee = 0 - wsDiscount
           perform 1070-account-one-fee

           move spaces to discountRegisterLine
           move wsRunDate to bd-runDate
           move recordId of tmprec to bd-recordId
           if wsDiscountHhSub > 0
               move hh-householdId(wsDiscountHhSub) to bd-householdId
           else
               move 0 to bd-householdId
           end-if
           move dt-promoCode(discountMatchSub) to bd-promoCode
           move dt-keyType(discountMatchSub) to bd-keyType
           move dt-type(discountMatchSub) to bd-type
           move dt-value(discountMatchSub) to bd-value
           compute bd-base = wsDiscountBase * 100
           compute bd-discount = wsDiscount * 100
           move dt-approver(discountMatchSub) to bd-approver
           write discountRegisterLine
           .

      *> the catalogue is small reference data, held whole
       0900-load-catalogue section.
           move "N" to eof
           open input catalogueFile
           if fs-catalogue = "00"
               perform until eof = "Y"
                   read catalogueFile
                       at end
                           move "Y" to eof
                       not at end
                           if catalogueCount < 200
                               add 1 to catalogueCount
                               move sc-serviceCode
                                   to ca-serviceCode(catalogueCount)
                               move sc-priceBasis
                                   to ca-priceBasis(catalogueCount)
                               move sc-price
                                   to ca-price(catalogueCount)
                           end-if
                   end-read
               end-perform
           end-if
           close catalogueFile
           move "N" to eof
           .

       0960-load-usage-rates section.
           move "N" to eof
           open input usageRateFile
           if fs-usagerate = "00"
               perform until eof = "Y"
                   read usageRateFile
                       at end
                           move "Y" to eof
                       not at end
                           if ur-rowType = "U"
                              and usageRateCount < 200
                               add 1 to usageRateCount
                               move ur-service
                                   to ut-service(usageRateCount)
                               move ur-effectiveFrom
                                   to ut-effectiveFrom(usageRateCount)
                               move ur-rate
                                   to ut-rate(usageRateCount)
                           end-if
                   end-read
               end-perform
           end-if
           close usageRateFile
           move "N" to eof
           .

       0970-load-pending-usage section.
           move "N" to eof
           open input pendingUsageFile
           if fs-pendingusage = "00"
               perform until eof = "Y"
                   read pendingUsageFile
                       at end
                           move "Y" to eof
                       not at end
                           if pendingUsageCount < 5000
                               add 1 to pendingUsageCount
                               move pu-recordId to
                                   pg-recordId(pendingUsageCount)
                               move pu-service to
                                   pg-service(pendingUsageCount)
                               move pu-period to
                                   pg-period(pendingUsageCount)
                               move pu-quantity to
                                   pg-quantity(pendingUsageCount)
                               move pu-readingDate to
                                   pg-readingDate(pendingUsageCount)
                               move "N" to
                                   pg-billed(pendingUsageCount)
                           else
                               move "Y" to wsUsageOverflow
                           end-if
                   end-read
               end-perform
           end-if
           close pendingUsageFile
           move "N" to eof
           if wsUsageOverflow = "Y"
               display "usage-pending.txt holds more than 5000"
                   " readings - no usage billed this run"
               move 0 to pendingUsageCount
           end-if
           .

      *> only the rows valid on the run date are kept, and a row
      *> with no approving operator is counted and left out
       0980-load-discounts section.
           move "N" to eof
           open input discountFile
           if fs-discount = "00"
               perform until eof = "Y"
                   read discountFile
                       at end
                           move "Y" to eof
                       not at end
                           if dc-validFrom <= wsRunDate
                              and (dc-validTo = 0
                                   or dc-validTo >= wsRunDate)
                              and (dc-keyType = "R" or "H")
                               perform 0985-note-one-discount
                           end-if
                   end-read
               end-perform
           end-if
           close discountFile
           move "N" to eof
           .

      *> the notice log, each row reduced to the date its new
      *> price may first bill
       0990-load-price-notices section.
           call "systemParameter" using wsParamName wsParamDate
                                        wsNoticeDays wsParamFound
           move "N" to eof
           open input noticeLogFile
           if fs-noticelog = "00"
               perform until eof = "Y"
                   read noticeLogFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 0995-note-one-notice
                   end-read
               end-perform
           end-if
           close noticeLogFile
           move "N" to eof
           .

       0995-note-one-notice section.
           if noticeCount < 5000
               add 1 to noticeCount
               move pnRecordId of noticeLogRec
                   to nc-recordId(noticeCount)
               move pnEffective of noticeLogRec
                   to nc-effective(noticeCount)
               evaluate pnStatus of noticeLogRec
                   when "N"
                       move 0 to nc-clearDate(noticeCount)
                   when "L"
                       compute nc-clearDate(noticeCount)
                           = function date-of-integer
                             (function integer-of-date
                               (pnNoticeDate of noticeLogRec)
                              + wsNoticeDays)
                   when other
                       move 99999999 to nc-clearDate(noticeCount)
               end-evaluate
           end-if
           .

       0985-note-one-discount section.
           if dc-approver = spaces
               add 1 to unapprovedCount
               display "discount " dc-promoCode " for " dc-keyType
                   " " dc-key " has no approving operator"
           else
               if discountCount < 500
                   add 1 to discountCount
                   move dc-keyType to dt-keyType(discountCount)
                   move dc-key to dt-key(discountCount)
                   move dc-type to dt-type(discountCount)
                   move dc-value to dt-value(discountCount)
                   move dc-validFrom to dt-validFrom(discountCount)
                   move dc-promoCode to dt-promoCode(discountCount)
                   move dc-approver to dt-approver(discountCount)
                   if dc-keyType = "H"
                       move "Y" to wsHouseholdDiscounts
                   end-if
               end-if
           end-if
           .

      *> first and last day of the run date's month, as day numbers
       0950-compute-billing-month section.
           move wsRunDate to wsMonthStart
           move 1 to wsMsDd
           compute wsMonthStartDay
               = function integer-of-date(wsMonthStart)
           add 1 to wsMsMm
           if wsMsMm > 12
               move 1 to wsMsMm
               add 1 to wsMsYyyy
           end-if
           compute wsMonthEndDay
               = function integer-of-date(wsMonthStart) - 1
           compute wsPeriodDays = wsMonthEndDay - wsMonthStartDay + 1
           move wsRunDate to wsMonthStart
           move 1 to wsMsDd
           .

      *> the conversion goes through Calculator so the figure
      *> traces in calculator-log.txt - the rate rides in the
      *> two-decimal linkage as rate times one hundred
           write memberLine
           .

      *> the readings that did not bill go back on the pending
      *> file for the next run
       8500-rewrite-pending-usage section.
           open output pendingUsageFile
           move 1 to pendingUsageSub
           perform until pendingUsageSub > pendingUsageCount
               if pg-billed(pendingUsageSub) = "N"
                   move spaces to pendingUsageLine
                   move pg-recordId(pendingUsageSub) to pu-recordId
                   move pg-service(pendingUsageSub) to pu-service
                   move pg-period(pendingUsageSub) to pu-period
                   move pg-quantity(pendingUsageSub) to pu-quantity
                   move pg-readingDate(pendingUsageSub)
                       to pu-readingDate
                   write pendingUsageLine
               end-if
               add 1 to pendingUsageSub
           end-perform
           close pendingUsageFile
           .

      *> one extract line per household that billed anyone this
      *> run, addressed to the head of household, fee summed
      *> across the members
                   move wsMembersText to dl-members
                   move detailLine to reportLine
                   write reportLine
                   perform 8050-write-household-usage
                   perform 8100-write-household-discounts
               end-if
               add 1 to hhSub
           end-perform
           display "household lines written: " householdLineCount
           .

      *> the members' metered usage, each reading on its own line
      *> under the household's, so the one household invoice
      *> carries it
       8050-write-household-usage section.
           move 1 to heldUsageSub
           perform until heldUsageSub > heldUsageCount
               if hu-hhSub(heldUsageSub) = hhSub
                   move spaces to detailLine
                   move hh-headId(hhSub)   to dl-recordId
                   move hh-headName(hhSub) to dl-name
                   move hh-family(hhSub)   to dl-family
                   move hu-unitPrice(heldUsageSub) to dl-zoneRate
                   move hu-amount(heldUsageSub) to dl-fee
                   move hu-service(heldUsageSub) to dl-service
                   move hu-quantity(heldUsageSub) to dl-quantity
                   move detailLine to reportLine
                   write reportLine
               end-if
               add 1 to heldUsageSub
           end-perform
           .

      *> the members' discounts, each on its own line under the
      *> household's - the invoice shows them below the house fee
       8100-write-household-discounts section.
           move 1 to heldDiscountSub
           perform until heldDiscountSub > heldDiscountCount
               if hd-hhSub(heldDiscountSub) = hhSub
                   move spaces to detailLine
                   move hh-headId(hhSub)   to dl-recordId
                   move hh-headName(hhSub) to dl-name
                   move hh-family(hhSub)   to dl-family
                   move hd-rate(heldDiscountSub) to dl-zoneRate
                   move hd-amount(heldDiscountSub) to dl-fee
                   move "DISCNT" to dl-service
                   move hd-promoCode(heldDiscountSub) to dl-promoCode
                   move detailLine to reportLine
                   write reportLine
               end-if
               add 1 to heldDiscountSub
           end-perform
           .

      *> the contact's terms row decides whether this run bills
      *> them - and a billed contact's next-bill date moves on by
      *> their frequency, day clamped to 28 so every month has it
