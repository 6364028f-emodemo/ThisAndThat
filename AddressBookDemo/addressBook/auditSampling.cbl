      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Draws the external auditors' sample and prints each sampled
      *> item with its supporting trail on one binder-ready report,
      *> audit-sample-report.txt, instead of a hand pick and days of
      *> photocopying.  sourceParm picks the population: "I" the
      *> invoices on invoice-register.txt, "P" the rows of
      *> payment-history.txt, "A" the rows of records-audit.txt,
      *> each limited to the fromParm - toParm dates (zero is open).
      *>
      *> Every random number comes from Calculator's seeded stream,
      *> so the draw is reproducible: the seed is printed at the top
      *> of the report, and the same seed over the same files draws
      *> the same sample.  seedParm zero takes a seed from the clock.
      *>
      *> The money files are sampled by monetary unit - each
      *> hundredth of the population is equally likely to be hit,
      *> so larger items are likelier to be picked - stratified by
      *> the amount bands on audit-sample-bands.txt ("<upper limit
      *> in hundredths> <items>", ascending).  Each band is drawn on
      *> its own: an interval of the band's value over its items, a
      *> random start inside the first interval, and every item a
      *> selection point falls in.  A band of zero items takes every
      *> item in it - the key items tested in full.  Without a bands
      *> file the whole population is one band of sizeParm items.
      *> The audit file has no money to weight by; sizeParm rows are
      *> drawn at random from it.
      *>
      *> Each invoice comes with its register line, its standing on
      *> the receivables master and every payment-history row
      *> against it; a payment row with the same, for the invoice it
      *> was against; an audit row with the record's field history
      *> from records-history.txt, the changes the sampled row made
      *> marked with an asterisk.
       program-id. auditSampling as "auditSampling".

       environment division.
       input-output section.
       file-control.
           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select optional auditFile assign to ".\records-audit.txt"
           organization is line sequential
           file status is fs-audit.

           select optional historyFile
           assign to ".\records-history.txt"
           organization is line sequential
           file status is fs-history.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

      *> the amount bands the money files are stratified by
           select optional bandFile assign to ".\audit-sample-bands.txt"
           organization is line sequential
           file status is fs-band.

           select reportFile assign to ".\audit-sample-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd registerFile.
       01 registerLine.
           03 rg-invoiceNo pic x(9).
           03 filler       pic x(1).
           03 rg-date      pic x(8).
           03 filler       pic x(1).
           03 rg-recordId  pic x(9).
           03 filler       pic x(1).
           03 rg-fee       pic x(11).
           03 filler       pic x(1).
           03 rg-vat       pic x(11).
           03 filler       pic x(1).
           03 rg-total     pic x(11).
           03 filler       pic x(1).
           03 rg-household pic x(5).
           03 filler       pic x(1).
           03 rg-dueDate   pic x(8).

       fd payHistoryFile.
       01 payHistoryLine.
           03 ph-type      pic x(1).
           03 filler       pic x(1).
           03 ph-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 ph-date      pic 9(8).
           03 filler       pic x(1).
           03 ph-amount    pic 9(9).
           03 filler       pic x(1).
           03 ph-runDate   pic 9(8).
           03 filler       pic x(1).
           03 ph-onAccount pic x(9).

       fd auditFile.
       01 auditLine.
           03 au-timestamp    pic x(14).
           03 filler          pic x(1).
           03 au-operation    pic x(10).
           03 filler          pic x(1).
           03 au-before.
               copy "records.cpy" replacing ==02== by ==05==.
           03 filler          pic x(1).
           03 au-after.
               copy "records.cpy" replacing ==02== by ==05==.
           03 filler          pic x(1).
           03 au-operator     pic x(8).

       fd historyFile.
       01 historyLine.
           03 hi-timestamp    pic x(14).
           03 filler          pic x(1).
           03 hi-recordId     pic 9(9).
           03 filler          pic x(1).
           03 hi-fieldName    pic x(14).
           03 filler          pic x(1).
           03 hi-oldValue     pic x(50).
           03 filler          pic x(1).
           03 hi-newValue     pic x(50).
           03 filler          pic x(1).
           03 hi-operator     pic x(8).

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd bandFile.
       01 bandRow.
           03 bf-upper pic 9(11).
           03 filler   pic x(1).
           03 bf-items pic 9(4).

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "calcReturnCode.cpy".
       01 fs-register   pic x(2).
       01 fs-payhistory pic x(2).
       01 fs-audit      pic x(2).
       01 fs-history    pic x(2).
       01 fs-master     pic x(2).
       01 fs-band       pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
       01 wsSeed pic 9(9).
       01 wsFromDate pic 9(8).
       01 wsToDate pic 9(8).
       01 wsRoundMode pic 99.
      *> decimal currency arguments for Calculator
       01 wsArg1   pic s9(9)v99 comp-3.
       01 wsArg2   pic s9(9)v99 comp-3.
       01 wsResult pic s9(9)v99 comp-3.
      *> the population row in hand - its date, amount in
      *> hundredths, and the invoice or record it belongs to
       01 wsRowDate   pic 9(8).
       01 wsRowAmount pic s9(11) comp-5.
       01 wsRowKey    pic 9(9).
       01 wsRowNumber pic 9(9) comp-5 value 0.
       01 wsInWindow  pic x(1).
      *> "N" on the sizing pass, "Y" on the selecting pass
       01 wsSelecting pic x(1) value "N".
       01 populationCount pic 9(9) comp-5 value 0.
       01 populationValue pic 9(13) comp-5 value 0.
      *> the strata - up to ten amount bands, each drawn with its
      *> own interval and random start
       01 bandTable.
           03 bandEntry occurs 10 times.
               05 bd-lower     pic 9(11) comp-5.
               05 bd-upper     pic 9(11) comp-5.
               05 bd-items     pic 9(4) comp-5.
               05 bd-popCount  pic 9(9) comp-5.
               05 bd-popValue  pic 9(13) comp-5.
               05 bd-interval  pic 9(13) comp-5.
               05 bd-start     pic 9(13) comp-5.
               05 bd-nextPoint pic 9(13) comp-5.
               05 bd-cum       pic 9(13) comp-5.
               05 bd-picked    pic 9(9) comp-5.
       01 bandCount pic 9(4) comp-5 value 0.
       01 wsBandSub pic 9(4) comp-5.
       01 wsHits pic 9(9) comp-5.
       01 wsCumBefore pic 9(13) comp-5.
      *> the audit file's random draw - row numbers, distinct
       01 drawTable.
           03 drawRow occurs 1000 times pic 9(9) comp-5.
       01 drawCount pic 9(9) comp-5 value 0.
       01 wsDrawTarget pic 9(9) comp-5.
       01 wsDrawn pic 9(9) comp-5.
       01 wsDrawTries pic 9(9) comp-5.
      *> the sample, in population order
       01 sampleTable.
           03 sampleEntry occurs 1000 times.
               05 sm-rowNumber pic 9(9) comp-5.
               05 sm-band      pic 9(4) comp-5.
               05 sm-hits      pic 9(9) comp-5.
               05 sm-key       pic 9(9).
               05 sm-date      pic 9(8).
               05 sm-amount    pic s9(11) comp-5.
               05 sm-type      pic x(1).
               05 sm-stamp     pic x(14).
               05 sm-operation pic x(10).
               05 sm-operator  pic x(8).
       01 sampleCount pic 9(9) comp-5 value 0.
       01 sampleValue pic 9(13) comp-5 value 0.
       01 wsItemSub pic 9(9) comp-5.
       01 wsTrailCount pic 9(9) comp-5.
       01 wsAmountEdit pic s9(11)v99 comp-3.
       01 wsSourceName pic x(24).
       01 reportHeading.
           03 filler pic x(28) value "AUDIT SAMPLE - RUN DATE ".
           03 rh-date pic 9(8).
           03 filler pic x(3) value spaces.
           03 rh-source pic x(24).
       01 seedLine.
           03 filler pic x(6) value "SEED ".
           03 sd-seed pic 9(9).
           03 filler pic x(50)
               value "  - the same seed over the same files draws the".
           03 filler pic x(12) value " same sample".
       01 windowLine.
           03 filler pic x(15) value "DATES FROM ".
           03 wl-from pic 9(8).
           03 filler pic x(4) value " TO ".
           03 wl-to pic 9(8).
       01 populationLine.
           03 filler pic x(20) value "POPULATION ROWS ".
           03 pl-count pic z(8)9.
           03 filler pic x(10) value "   VALUE ".
           03 pl-value pic z(12)9.99.
       01 bandHeading.
           03 filler pic x(34) value "BAND (AMOUNT FROM - TO)".
           03 filler pic x(10) value "      ROWS".
           03 filler pic x(17) value "            VALUE".
           03 filler pic x(6)  value " ITEMS".
           03 filler pic x(15) value "       INTERVAL".
           03 filler pic x(15) value "   RANDOM START".
           03 filler pic x(7)  value " PICKED".
       01 bandLine.
           03 bl-lower    pic z(10)9.99.
           03 filler      pic x(3) value " - ".
           03 bl-upper    pic z(10)9.99.
           03 filler      pic x(1) value space.
           03 bl-popCount pic z(8)9.
           03 filler      pic x(1) value space.
           03 bl-popValue pic z(12)9.99.
           03 filler      pic x(1) value space.
           03 bl-items    pic x(5).
           03 filler      pic x(1) value space.
           03 bl-interval pic z(10)9.99.
           03 filler      pic x(1) value space.
           03 bl-start    pic z(10)9.99.
           03 filler      pic x(1) value space.
           03 bl-picked   pic z(5)9.
       01 sampleLine.
           03 filler pic x(16) value "SAMPLE ITEMS ".
           03 sl-count pic z(8)9.
           03 filler pic x(10) value "   VALUE ".
           03 sl-value pic z(12)9.99.
       01 separatorLine pic x(80) value all "=".
       01 itemHeading.
           03 filler pic x(5) value "ITEM ".
           03 ih-item pic z(3)9.
           03 filler pic x(4) value " OF ".
           03 ih-of pic z(3)9.
           03 filler pic x(14) value "   SOURCE ROW ".
           03 ih-row pic z(8)9.
           03 filler pic x(7) value "  BAND ".
           03 ih-band pic z9.
           03 filler pic x(7) value "  HITS ".
           03 ih-hits pic z(3)9.
       01 trailLine.
           03 tl-label pic x(16).
           03 tl-text  pic x(116).
       01 registerText.
           03 rt-invoiceNo pic 9(9).
           03 filler       pic x(7) value " DATED ".
           03 rt-date      pic x(8).
           03 filler       pic x(9) value " CONTACT ".
           03 rt-recordId  pic x(9).
           03 filler       pic x(5) value " FEE ".
           03 rt-fee       pic x(11).
           03 filler       pic x(5) value " VAT ".
           03 rt-vat       pic x(11).
           03 filler       pic x(7) value " TOTAL ".
           03 rt-total     pic x(11).
           03 filler       pic x(5) value " DUE ".
           03 rt-dueDate   pic x(8).
       01 masterText.
           03 filler      pic x(7) value "STATUS ".
           03 mt-status   pic x(1).
           03 filler      pic x(6) value " HOLD ".
           03 mt-hold     pic x(1).
           03 filler      pic x(5) value " DUE ".
           03 mt-due      pic z(8)9.99.
           03 filler      pic x(6) value " PAID ".
           03 mt-paid     pic z(8)9.99.
           03 filler      pic x(9) value " BALANCE ".
           03 mt-balance  pic -(8)9.99.
       01 payText.
           03 pt-type      pic x(1).
           03 filler       pic x(9) value " INVOICE ".
           03 pt-invoiceNo pic 9(9).
           03 filler       pic x(7) value " VALUE ".
           03 pt-date      pic 9(8).
           03 filler       pic x(8) value " AMOUNT ".
           03 pt-amount    pic z(6)9.99.
           03 filler       pic x(8) value " POSTED ".
           03 pt-runDate   pic 9(8).
           03 filler       pic x(2) value spaces.
           03 pt-sampled   pic x(12).
       01 auditText.
           03 at-stamp     pic x(14).
           03 filler       pic x(1) value space.
           03 at-operation pic x(10).
           03 filler       pic x(8) value " RECORD ".
           03 at-recordId  pic 9(9).
           03 filler       pic x(4) value " BY ".
           03 at-operator  pic x(8).
       01 fieldText.
           03 ft-mark      pic x(2).
           03 ft-stamp     pic x(14).
           03 filler       pic x(1) value space.
           03 ft-fieldName pic x(14).
           03 filler       pic x(1) value space.
           03 ft-oldValue  pic x(35).
           03 filler       pic x(4) value " -> ".
           03 ft-newValue  pic x(35).
           03 filler       pic x(1) value space.
           03 ft-operator  pic x(8).

       linkage section.
      *> I invoice register, P payment history, A records audit
       01 sourceParm pic x(1).
      *> the seed to draw with - zero takes one from the clock
       01 seedParm pic 9(9).
      *> items to draw where no bands file says otherwise
       01 sizeParm pic 9(4).
      *> the population's date window - zero leaves that end open
       01 fromParm pic 9(8).
       01 toParm pic 9(8).

       procedure division using sourceParm seedParm sizeParm
                                fromParm toParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           evaluate sourceParm
               when "I"
                   move "INVOICE REGISTER" to wsSourceName
               when "P"
                   move "PAYMENT HISTORY" to wsSourceName
               when "A"
                   move "RECORDS AUDIT" to wsSourceName
               when other
                   display "source must be I, P or A - nothing drawn"
                   goback
           end-evaluate
           move fromParm to wsFromDate
           if toParm = 0
               move 99999999 to wsToDate
           else
               move toParm to wsToDate
           end-if
           if seedParm = 0
               move wsRunTime to wsSeed
           else
               move seedParm to wsSeed
           end-if
           move randomSeed to func
           move wsSeed to wsArg1
           move 0 to wsArg2
           move roundTruncate to wsRoundMode
           call "Calculator" using by value wsArg1
                                    by value wsArg2
                                    by value func
                                    by reference wsResult
                                    by value wsRoundMode

           perform 0600-load-bands
           if bandCount = 0
               display "no items to draw - nothing drawn"
               goback
           end-if

      *> first pass sizes the population, second pass draws
           perform 1000-pass-population
           if populationCount = 0
               display "population is empty - nothing drawn"
               goback
           end-if
           if sourceParm = "A"
               perform 2500-draw-audit-rows
           else
               perform 2000-set-band-intervals
           end-if
           move "Y" to wsSelecting
           perform 1000-pass-population

           perform 3000-write-report

           display "seed:               " wsSeed
           display "population rows:    " populationCount
           display "items sampled:      " sampleCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> the bands, ascending by upper limit, each starting a
      *> hundredth above the one before - an amount above the last
      *> limit falls in the last band
       0600-load-bands section.
           move 0 to bandCount
           if sourceParm not = "A"
               move "N" to eof
               open input bandFile
               if fs-band = "00"
                   perform until eof = "Y"
                       read bandFile
                           at end
                               move "Y" to eof
                           not at end
                               if bf-upper is numeric
                                  and bf-items is numeric
                                  and bandCount < 10
                                   add 1 to bandCount
                                   move bf-upper to bd-upper(bandCount)
                                   move bf-items to bd-items(bandCount)
                               end-if
                       end-read
                   end-perform
               end-if
               close bandFile
               move "N" to eof
           end-if
           if bandCount = 0 and sizeParm > 0
               move 1 to bandCount
               move 99999999999 to bd-upper(1)
               move sizeParm to bd-items(1)
           end-if
           move 99999999999 to bd-upper(bandCount)
           move 1 to sub
           perform until sub > bandCount
               if sub = 1
                   move 0 to bd-lower(sub)
               else
                   compute bd-lower(sub) = bd-upper(sub - 1) + 1
               end-if
               move 0 to bd-popCount(sub)
               move 0 to bd-popValue(sub)
               move 0 to bd-interval(sub)
               move 0 to bd-start(sub)
               move 0 to bd-nextPoint(sub)
               move 0 to bd-cum(sub)
               move 0 to bd-picked(sub)
               add 1 to sub
           end-perform
           .

      *> one walk of the chosen source - sizing on the first pass,
      *> selecting on the second
       1000-pass-population section.
           move 0 to wsRowNumber
           move "N" to eof
           evaluate sourceParm
               when "I"
                   open input registerFile
                   perform until eof = "Y"
                       read registerFile
                           at end
                               move "Y" to eof
                           not at end
                               perform 1100-note-register-row
                       end-read
                   end-perform
                   close registerFile
               when "P"
                   open input payHistoryFile
                   perform until eof = "Y"
                       read payHistoryFile
                           at end
                               move "Y" to eof
                           not at end
                               perform 1200-note-history-row
                       end-read
                   end-perform
                   close payHistoryFile
               when "A"
                   open input auditFile
                   perform until eof = "Y"
                       read auditFile
                           at end
                               move "Y" to eof
                           not at end
                               perform 1300-note-audit-row
                       end-read
                   end-perform
                   close auditFile
           end-evaluate
           move "N" to eof
           .

      *> invoices only - credit notes and the TOTALS trailer carry
      *> no numeric invoice number and stay out of the population
       1100-note-register-row section.
           if rg-invoiceNo is numeric
              and rg-date is numeric
              and rg-recordId is numeric
               move rg-date to wsRowDate
               perform 1900-check-window
               if wsInWindow = "Y"
                   move rg-invoiceNo to wsRowKey
                   compute wsRowAmount rounded
                       = function numval(rg-total) * 100
                   add 1 to wsRowNumber
                   perform 1500-note-money-row
               end-if
           end-if
           .

       1200-note-history-row section.
           if ph-date is numeric and ph-amount is numeric
               move ph-date to wsRowDate
               perform 1900-check-window
               if wsInWindow = "Y"
                   move ph-invoiceNo to wsRowKey
                   move ph-amount to wsRowAmount
                   add 1 to wsRowNumber
                   perform 1500-note-money-row
               end-if
           end-if
           .

       1300-note-audit-row section.
           if au-timestamp(1:8) is numeric
               move au-timestamp(1:8) to wsRowDate
               perform 1900-check-window
               if wsInWindow = "Y"
                   add 1 to wsRowNumber
                   if wsSelecting = "N"
                       add 1 to populationCount
                   else
                       perform 1350-check-audit-draw
                   end-if
               end-if
           end-if
           .

       1350-check-audit-draw section.
           move 1 to sub
           perform until sub > drawCount
               if drawRow(sub) = wsRowNumber
                  and sampleCount < 1000
                   add 1 to sampleCount
                   move wsRowNumber to sm-rowNumber(sampleCount)
                   move 0 to sm-band(sampleCount)
                   move 1 to sm-hits(sampleCount)
                   if au-operation = "DELETE"
                       move recordId of au-before
                           to sm-key(sampleCount)
                   else
                       move recordId of au-after
                           to sm-key(sampleCount)
                   end-if
                   move wsRowDate to sm-date(sampleCount)
                   move 0 to sm-amount(sampleCount)
                   move au-timestamp to sm-stamp(sampleCount)
                   move au-operation to sm-operation(sampleCount)
                   move au-operator to sm-operator(sampleCount)
               end-if
               add 1 to sub
           end-perform
           .

      *> sizing: the row's value lands in its band.  Selecting: the
      *> band's running value moves past the row, and every
      *> selection point it crosses is a hit on this row
       1500-note-money-row section.
           if wsRowAmount < 0
               move 0 to wsRowAmount
           end-if
           move 0 to wsBandSub
           move 1 to sub
           perform until sub > bandCount
               if wsRowAmount <= bd-upper(sub)
                  and wsBandSub = 0
                   move sub to wsBandSub
               end-if
               add 1 to sub
           end-perform
           if wsSelecting = "N"
               add 1 to populationCount
               add wsRowAmount to populationValue
               add 1 to bd-popCount(wsBandSub)
               add wsRowAmount to bd-popValue(wsBandSub)
           else
               move bd-cum(wsBandSub) to wsCumBefore
               add wsRowAmount to bd-cum(wsBandSub)
               move 0 to wsHits
               if bd-items(wsBandSub) = 0
                   move 1 to wsHits
               else
                   perform until bd-nextPoint(wsBandSub)
                                     >= bd-cum(wsBandSub)
                              or bd-picked(wsBandSub)
                                     >= bd-items(wsBandSub)
                       add 1 to wsHits
                       add 1 to bd-picked(wsBandSub)
                       add bd-interval(wsBandSub)
                           to bd-nextPoint(wsBandSub)
                   end-perform
               end-if
               if wsHits > 0
                   perform 1600-add-money-sample
               end-if
           end-if
           .

       1600-add-money-sample section.
           if bd-items(wsBandSub) = 0
               add 1 to bd-picked(wsBandSub)
           end-if
           if sampleCount < 1000
               add 1 to sampleCount
               move wsRowNumber to sm-rowNumber(sampleCount)
               move wsBandSub to sm-band(sampleCount)
               move wsHits to sm-hits(sampleCount)
               move wsRowKey to sm-key(sampleCount)
               move wsRowDate to sm-date(sampleCount)
               move wsRowAmount to sm-amount(sampleCount)
               add wsRowAmount to sampleValue
               if sourceParm = "P"
                   move ph-type to sm-type(sampleCount)
               else
                   move space to sm-type(sampleCount)
               end-if
           else
               display "more than 1000 items sampled - row "
                   wsRowNumber " not listed"
           end-if
           .

       1900-check-window section.
           if wsRowDate >= wsFromDate and wsRowDate <= wsToDate
               move "Y" to wsInWindow
           else
               move "N" to wsInWindow
           end-if
           .

      *> each band's interval is its value over its items; the
      *> random start falls somewhere in the first interval, so
      *> the points are start, start + interval, and so on
       2000-set-band-intervals section.
           move 1 to wsBandSub
           perform until wsBandSub > bandCount
               if bd-items(wsBandSub) > 0
                  and bd-popValue(wsBandSub) > 0
                   divide bd-popValue(wsBandSub) by bd-items(wsBandSub)
                       giving bd-interval(wsBandSub)
                   if bd-interval(wsBandSub) = 0
                       move 1 to bd-interval(wsBandSub)
                   end-if
                   compute wsArg1 = bd-interval(wsBandSub) / 100
                   move 0 to wsArg2
                   move randomNext to func
                   move roundTruncate to wsRoundMode
                   call "Calculator" using by value wsArg1
                                            by value wsArg2
                                            by value func
                                            by reference wsResult
                                            by value wsRoundMode
                   if return-code = err-success
                       compute bd-start(wsBandSub) = wsResult * 100
                   else
                       move 0 to bd-start(wsBandSub)
                       move err-success to return-code
                   end-if
                   move bd-start(wsBandSub) to bd-nextPoint(wsBandSub)
               end-if
               add 1 to wsBandSub
           end-perform
           .

      *> row numbers 1 to the population, redrawn when one comes up
      *> twice, until the sample is full or the population is used
       2500-draw-audit-rows section.
           move sizeParm to wsDrawTarget
           if wsDrawTarget > populationCount
               move populationCount to wsDrawTarget
           end-if
           if wsDrawTarget > 1000
               move 1000 to wsDrawTarget
           end-if
           move 0 to drawCount
           move 0 to wsDrawTries
           move populationCount to wsArg1
           move 0 to wsArg2
           move randomNext to func
           move roundTruncate to wsRoundMode
           perform until drawCount >= wsDrawTarget
                      or wsDrawTries > 100000
               add 1 to wsDrawTries
               call "Calculator" using by value wsArg1
                                        by value wsArg2
                                        by value func
                                        by reference wsResult
                                        by value wsRoundMode
               move wsResult to wsDrawn
               add 1 to wsDrawn
               move 0 to matchSub
               move 1 to sub
               perform until sub > drawCount
                   if drawRow(sub) = wsDrawn
                       move sub to matchSub
                   end-if
                   add 1 to sub
               end-perform
               if matchSub = 0
                   add 1 to drawCount
                   move wsDrawn to drawRow(drawCount)
               end-if
           end-perform
           .

       3000-write-report section.
           open output reportFile
           move wsRunDate to rh-date
           move wsSourceName to rh-source
           write reportLine from reportHeading
           move wsSeed to sd-seed
           write reportLine from seedLine
           move wsFromDate to wl-from
           move wsToDate to wl-to
           write reportLine from windowLine
           move populationCount to pl-count
           compute wsAmountEdit = populationValue / 100
           move wsAmountEdit to pl-value
           write reportLine from populationLine
           move spaces to reportLine
           write reportLine
           if sourceParm not = "A"
               write reportLine from bandHeading
               move 1 to sub
               perform until sub > bandCount
                   perform 3100-write-band-line
                   add 1 to sub
               end-perform
               move spaces to reportLine
               write reportLine
           end-if
           move sampleCount to sl-count
           compute wsAmountEdit = sampleValue / 100
           move wsAmountEdit to sl-value
           write reportLine from sampleLine

           move 1 to wsItemSub
           perform until wsItemSub > sampleCount
               perform 4000-write-one-item
               add 1 to wsItemSub
           end-perform
           close reportFile
           .

       3100-write-band-line section.
           move spaces to bandLine
           compute wsAmountEdit = bd-lower(sub) / 100
           move wsAmountEdit to bl-lower
           compute wsAmountEdit = bd-upper(sub) / 100
           move wsAmountEdit to bl-upper
           move bd-popCount(sub) to bl-popCount
           compute wsAmountEdit = bd-popValue(sub) / 100
           move wsAmountEdit to bl-popValue
           if bd-items(sub) = 0
               move "ALL" to bl-items
           else
               move bd-items(sub) to bl-items
           end-if
           compute wsAmountEdit = bd-interval(sub) / 100
           move wsAmountEdit to bl-interval
           compute wsAmountEdit = bd-start(sub) / 100
           move wsAmountEdit to bl-start
           move bd-picked(sub) to bl-picked
           write reportLine from bandLine
           .

      *> one binder page per item - the item, then its trail
       4000-write-one-item section.
           move spaces to reportLine
           write reportLine
           write reportLine from separatorLine
           move wsItemSub to ih-item
           move sampleCount to ih-of
           move sm-rowNumber(wsItemSub) to ih-row
           move sm-band(wsItemSub) to ih-band
           move sm-hits(wsItemSub) to ih-hits
           write reportLine from itemHeading
           write reportLine from separatorLine
           if sourceParm = "A"
               perform 4500-write-audit-trail
           else
               perform 4100-write-invoice-trail
           end-if
           .

      *> the invoice as registered, where it stands now, and every
      *> movement against it
       4100-write-invoice-trail section.
           move 0 to wsTrailCount
           move "N" to eof
           open input registerFile
           perform until eof = "Y"
               read registerFile
                   at end
                       move "Y" to eof
                   not at end
                       if rg-invoiceNo is numeric
                          and rg-invoiceNo = sm-key(wsItemSub)
                           perform 4110-write-register-line
                       end-if
               end-read
           end-perform
           close registerFile
           move "N" to eof
           if wsTrailCount = 0
               move spaces to trailLine
               move "REGISTER" to tl-label
               move "no register line for this invoice" to tl-text
               write reportLine from trailLine
           end-if

           move spaces to trailLine
           move "MASTER" to tl-label
           open input receivablesFile
           move sm-key(wsItemSub) to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   move "not on the receivables master" to tl-text
               not invalid key
                   move spaces to masterText
                   move rmStatus of receivableRec to mt-status
                   move rmHold of receivableRec to mt-hold
                   compute wsAmountEdit = rmDue of receivableRec / 100
                   move wsAmountEdit to mt-due
                   compute wsAmountEdit = rmPaid of receivableRec / 100
                   move wsAmountEdit to mt-paid
                   compute wsAmountEdit
                       = (rmDue of receivableRec
                          - rmPaid of receivableRec) / 100
                   move wsAmountEdit to mt-balance
                   move masterText to tl-text
           end-read
           close receivablesFile
           write reportLine from trailLine

           move 0 to wsTrailCount
           open input payHistoryFile
           perform until eof = "Y"
               read payHistoryFile
                   at end
                       move "Y" to eof
                   not at end
                       if ph-invoiceNo = sm-key(wsItemSub)
                           perform 4120-write-history-line
                       end-if
               end-read
           end-perform
           close payHistoryFile
           move "N" to eof
           if wsTrailCount = 0
               move spaces to trailLine
               move "HISTORY" to tl-label
               move "no payment-history rows for this invoice"
                   to tl-text
               write reportLine from trailLine
           end-if
           .

       4110-write-register-line section.
           add 1 to wsTrailCount
           move spaces to registerText
           move rg-invoiceNo to rt-invoiceNo
           move rg-date to rt-date
           move rg-recordId to rt-recordId
           move rg-fee to rt-fee
           move rg-vat to rt-vat
           move rg-total to rt-total
           move rg-dueDate to rt-dueDate
           move spaces to trailLine
           move "REGISTER" to tl-label
           move registerText to tl-text
           write reportLine from trailLine
           .

      *> the sampled payment row itself is marked
       4120-write-history-line section.
           add 1 to wsTrailCount
           move spaces to payText
           move ph-type to pt-type
           move ph-invoiceNo to pt-invoiceNo
           move ph-date to pt-date
           compute wsAmountEdit = ph-amount / 100
           move wsAmountEdit to pt-amount
           move ph-runDate to pt-runDate
           if sourceParm = "P"
              and ph-type = sm-type(wsItemSub)
              and ph-date = sm-date(wsItemSub)
              and ph-amount = sm-amount(wsItemSub)
               move "<- SAMPLED" to pt-sampled
           end-if
           move spaces to trailLine
           move "HISTORY" to tl-label
           move payText to tl-text
           write reportLine from trailLine
           .

      *> the audit row, then the record's field history - the
      *> changes made at the sampled row's timestamp marked
       4500-write-audit-trail section.
           move spaces to auditText
           move sm-stamp(wsItemSub) to at-stamp
           move sm-operation(wsItemSub) to at-operation
           move sm-key(wsItemSub) to at-recordId
           move sm-operator(wsItemSub) to at-operator
           move spaces to trailLine
           move "AUDIT ROW" to tl-label
           move auditText to tl-text
           write reportLine from trailLine

           move 0 to wsTrailCount
           move "N" to eof
           open input historyFile
           perform until eof = "Y"
               read historyFile
                   at end
                       move "Y" to eof
                   not at end
                       if hi-recordId = sm-key(wsItemSub)
                           perform 4510-write-field-line
                       end-if
               end-read
           end-perform
           close historyFile
           move "N" to eof
           if wsTrailCount = 0
               move spaces to trailLine
               move "FIELD HISTORY" to tl-label
               move "no field changes on file for this record"
                   to tl-text
               write reportLine from trailLine
           end-if
           .

       4510-write-field-line section.
           add 1 to wsTrailCount
           move spaces to fieldText
           if hi-timestamp = sm-stamp(wsItemSub)
               move "* " to ft-mark
           end-if
           move hi-timestamp to ft-stamp
           move hi-fieldName to ft-fieldName
           move hi-oldValue to ft-oldValue
           move hi-newValue to ft-newValue
           move hi-operator to ft-operator
           move spaces to trailLine
           move "FIELD HISTORY" to tl-label
           move fieldText to tl-text
           write reportLine from trailLine
           .

       end program auditSampling.
