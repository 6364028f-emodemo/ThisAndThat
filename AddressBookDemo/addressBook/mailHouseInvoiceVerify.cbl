      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Checks the mailing house's invoices, as
      *> mailHouseInvoiceImport filed them on
      *> mailhouse-invoice-lines.txt, against what our own mailing
      *> jobs say they produced, so only the verified figure goes for
      *> payment.  Each billed line is matched to its campaign run on
      *> campaigns.txt (the run the house names, or the campaign's
      *> latest run on or before the invoice date) and
      *>   PRINT, INSERT  the quantity against the run's pieces -
      *>                  the larger count where mailingLabels and
      *>                  mailMergeLetters both registered the run,
      *>                  the labels and letters being the same pieces
      *>   POSTAGE        the quantity and rate against the run's
      *>                  domestic cost rows on postage-costs.txt
      *>   POSTINTL       the same against its *INTERNATIONAL* row
      *>   CONTAINR       the amount against its *CONTAINERS* row
      *> and flagged
      *>   OVER        more pieces billed than the run produced
      *>   RATE        a rate other than the one presortMailing costed
      *>   ARITH       the amount is not quantity times rate
      *>   TWICE       the campaign run and service were already
      *>               billed, on this invoice or an earlier one
      *>   NO RUN      no such campaign run on campaigns.txt
      *>   NO POSTAGE  presortMailing costed no postage for the run
      *> The agreed amount of a line is the lower of what was billed
      *> and what the pieces at the lower of the two rates come to;
      *> a line billed twice, or with nothing of ours to check it
      *> against, is agreed at nothing.  Each invoice verified for
      *> the first time posts MAILHOUSE-AGREED to the control-totals
      *> ledger and goes on mailhouse-verified.txt, so a re-run
      *> reports it again without posting it twice.  Takes an invoice
      *> number - blank verifies every invoice not yet verified.
      *> Writes mailhouse-verification-report.txt.
       program-id. mailHouseInvoiceVerify as "mailHouseInvoiceVerify".

       environment division.
       input-output section.
       file-control.
           select optional lineFile
           assign to ".\mailhouse-invoice-lines.txt"
           organization is line sequential
           file status is fs-line.

           select optional campaignFile assign to ".\campaigns.txt"
           organization is line sequential
           file status is fs-campaign.

           select optional postageFile assign to ".\postage-costs.txt"
           organization is line sequential
           file status is fs-postage.

      *> one row per invoice already verified and posted
           select optional verifiedFile
           assign to ".\mailhouse-verified.txt"
           organization is line sequential
           file status is fs-verified.

      *> cross-job control-totals ledger - every batch job posts its
      *> money and record totals here so the end-of-night balancing
      *> report can prove the cross-job identities instead of an
      *> operator adding up console displays
           select optional ledgerFile assign to ".\control-totals.txt"
           organization is line sequential.

           select reportFile
           assign to ".\mailhouse-verification-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd lineFile.
       01 lineRec.
       copy "mailhouse.cpy".

       fd campaignFile.
       01 campaignLine.
           03 cg-campaignId pic x(8).
           03 filler        pic x(1).
           03 cg-runDate    pic 9(8).
           03 filler        pic x(1).
           03 cg-job        pic x(16).
           03 filler        pic x(1).
           03 cg-criteria   pic x(40).
           03 filler        pic x(1).
           03 cg-pieceCount pic 9(9).
           03 filler        pic x(1).
           03 cg-verifiedCount pic 9(9).

       fd postageFile.
       01 postageLine.
           03 pc-runDate    pic 9(8).
           03 filler        pic x(1).
           03 pc-campaignId pic x(8).
           03 filler        pic x(1).
           03 pc-city       pic x(20).
           03 filler        pic x(1).
           03 pc-pieces     pic 9(9).
           03 filler        pic x(1).
           03 pc-cost       pic 9(9).

       fd verifiedFile.
       01 verifiedLine.
           03 mv-invoiceNo  pic x(12).
           03 filler        pic x(1) value space.
           03 mv-verifyDate pic 9(8).
           03 filler        pic x(1) value space.
           03 mv-billed     pic 9(11).
           03 filler        pic x(1) value space.
           03 mv-agreed     pic 9(11).
           03 filler        pic x(1) value space.
           03 mv-lineCount  pic 9(5).

       fd ledgerFile.
       01 ledgerLine.
           03 le-totalId pic x(16).
           03 filler     pic x(1) value space.
           03 le-date    pic 9(8).
           03 filler     pic x(1) value space.
           03 le-amount  pic s9(11)v99 sign leading separate.
           03 filler     pic x(1) value space.
           03 le-count   pic 9(9).

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-line pic x(2).
       01 fs-campaign pic x(2).
       01 fs-postage pic x(2).
       01 fs-verified pic x(2).
       01 wsRunDate pic 9(8).
      *> every campaign run, with the most pieces any job
      *> registered for it
       01 campaignRunTable.
           03 campaignRunEntry occurs 500 times.
               05 cr-campaignId pic x(8).
               05 cr-runDate    pic 9(8).
               05 cr-pieces     pic 9(9) comp-5.
       01 campaignRunCount pic 9(9) comp-5 value 0.
      *> what presortMailing costed each campaign run, in hundredths
       01 postageRunTable.
           03 postageRunEntry occurs 500 times.
               05 pr-campaignId    pic x(8).
               05 pr-runDate       pic 9(8).
               05 pr-domPieces     pic 9(9) comp-5.
               05 pr-domCost       pic 9(11) comp-5.
               05 pr-intlPieces    pic 9(9) comp-5.
               05 pr-intlCost      pic 9(11) comp-5.
               05 pr-containerCost pic 9(11) comp-5.
       01 postageRunCount pic 9(9) comp-5 value 0.
       01 verifiedTable.
           03 verifiedInvoiceNo occurs 2000 times pic x(12).
       01 verifiedCount pic 9(9) comp-5 value 0.
      *> every invoice line on file, in the order it was filed, with
      *> the campaign run it resolves to
       01 lineTable.
           03 lineEntry occurs 5000 times.
               copy "mailhouse.cpy" replacing ==02== by ==05==.
               05 lt-runDate pic 9(8).
       01 lineTableCount pic 9(9) comp-5 value 0.
       01 lineOverflow pic 9(9) comp-5 value 0.
       01 invoiceParmCopy pic x(12).
      *> the invoice being verified
       01 wsInvoiceNo pic x(12).
       01 wsInvoiceDate pic 9(8).
       01 wsSelected pic x(1).
       01 wsAlreadyPosted pic x(1).
       01 invoiceBilled pic 9(11) comp-5 value 0.
       01 invoiceAgreed pic 9(11) comp-5 value 0.
       01 invoiceLines  pic 9(9) comp-5 value 0.
      *> the line being checked, all money in hundredths
       01 wsOurKnown pic x(1).
       01 wsOurQty   pic 9(9) comp-5 value 0.
       01 wsOurRate  pic 9(5) comp-5 value 0.
       01 wsRateKnown pic x(1).
       01 wsOurAmount pic 9(11) comp-5 value 0.
       01 wsAgreedQty  pic 9(9) comp-5 value 0.
       01 wsAgreedRate pic 9(5) comp-5 value 0.
       01 wsAgreed pic 9(11) comp-5 value 0.
       01 wsExtended pic 9(14) comp-5 value 0.
       01 wsFlags pic x(30).
       01 wsFlagPos pic 9(4) comp-5 value 1.
       01 wsAmountEdit pic 9(9)v99 comp-3.
       01 runCounts.
           03 invoiceCount    pic 9(9) comp-5 value 0.
           03 postedCount     pic 9(9) comp-5 value 0.
           03 checkedCount    pic 9(9) comp-5 value 0.
           03 overCount       pic 9(9) comp-5 value 0.
           03 rateCount       pic 9(9) comp-5 value 0.
           03 arithCount      pic 9(9) comp-5 value 0.
           03 twiceCount      pic 9(9) comp-5 value 0.
           03 unmatchedCount  pic 9(9) comp-5 value 0.
           03 totalBilled     pic 9(11) comp-5 value 0.
           03 totalAgreed     pic 9(11) comp-5 value 0.
       01 reportHeading.
           03 filler pic x(40)
               value "MAILING-HOUSE INVOICE VERIFICATION".
           03 filler pic x(9)  value "RUN DATE ".
           03 rh-date pic 9(8).
       01 invoiceHeading.
           03 filler pic x(8)  value "INVOICE ".
           03 ih-invoiceNo pic x(12).
           03 filler pic x(7)  value " DATED ".
           03 ih-invoiceDate pic 9(8).
       01 columnHeading.
           03 filler pic x(5)  value "LINE".
           03 filler pic x(9)  value "CAMPAIGN".
           03 filler pic x(9)  value "RUN".
           03 filler pic x(9)  value "SERVICE".
           03 filler pic x(10) value "BILLED QTY".
           03 filler pic x(10) value "  OUR QTY".
           03 filler pic x(9)  value "  BILLED".
           03 filler pic x(9)  value "     OUR".
           03 filler pic x(13) value "  BILLED AMT".
           03 filler pic x(13) value "  AGREED AMT".
           03 filler pic x(30) value " FLAGS".
       01 detailLine.
           03 dl-lineNo     pic z(3)9.
           03 filler        pic x(1) value space.
           03 dl-campaignId pic x(8).
           03 filler        pic x(1) value space.
           03 dl-runDate    pic 9(8).
           03 filler        pic x(1) value space.
           03 dl-service    pic x(8).
           03 filler        pic x(1) value space.
           03 dl-billedQty  pic z(8)9.
           03 filler        pic x(1) value space.
           03 dl-ourQty     pic z(8)9.
           03 filler        pic x(1) value space.
           03 dl-billedRate pic zz9.99.
           03 filler        pic x(2) value spaces.
           03 dl-ourRate    pic zz9.99.
           03 filler        pic x(2) value spaces.
           03 dl-billedAmt  pic z(8)9.99.
           03 filler        pic x(1) value space.
           03 dl-agreedAmt  pic z(8)9.99.
           03 filler        pic x(1) value space.
           03 dl-flags      pic x(30).
       01 invoiceTotalLine.
           03 filler pic x(8)  value "BILLED ".
           03 it-billed pic z(8)9.99.
           03 filler pic x(9)  value "  AGREED ".
           03 it-agreed pic z(8)9.99.
           03 filler pic x(11) value "  WITHHELD ".
           03 it-withheld pic z(8)9.99.
           03 filler pic x(2)  value spaces.
           03 it-posting pic x(40).
       01 grandTotalLine.
           03 filler pic x(21) value "ALL INVOICES BILLED ".
           03 gt-billed pic z(9)9.99.
           03 filler pic x(9)  value "  AGREED ".
           03 gt-agreed pic z(9)9.99.

       linkage section.
      *> blank verifies every invoice not yet verified
       01 invoiceParm pic x(12).

       procedure division using invoiceParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           move invoiceParm to invoiceParmCopy

           perform 0500-load-campaign-runs
           perform 0600-load-postage-runs
           perform 0700-load-verified
           perform 0800-load-lines
           perform 0900-resolve-runs

           open output reportFile
           move wsRunDate to rh-date
           write reportLine from reportHeading
           open extend verifiedFile
           open extend ledgerFile
           move spaces to wsInvoiceNo
           move 1 to sub
           perform until sub > lineTableCount
               if mhInvoiceNo of lineEntry(sub) not = wsInvoiceNo
                   if wsInvoiceNo not = spaces
                       perform 3000-close-invoice
                   end-if
                   perform 1000-open-invoice
               end-if
               if wsSelected = "Y"
                   perform 2000-verify-one-line
               end-if
               add 1 to sub
           end-perform
           if wsInvoiceNo not = spaces
               perform 3000-close-invoice
           end-if
           close ledgerFile
           close verifiedFile
           move spaces to reportLine
           write reportLine
           compute wsAmountEdit = totalBilled / 100
           move wsAmountEdit to gt-billed
           compute wsAmountEdit = totalAgreed / 100
           move wsAmountEdit to gt-agreed
           write reportLine from grandTotalLine
           close reportFile

           display "invoices verified:   " invoiceCount
           display "invoices posted:     " postedCount
           display "lines checked:       " checkedCount
           display "pieces over-billed:  " overCount
           display "rate mismatches:     " rateCount
           display "arithmetic errors:   " arithCount
           display "billed twice:        " twiceCount
           display "nothing to check:    " unmatchedCount
           if lineOverflow > 0
               display "lines not loaded:    " lineOverflow
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-load-campaign-runs section.
           move "N" to eof
           open input campaignFile
           if fs-campaign = "00"
               perform until eof = "Y"
                   read campaignFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 0510-note-one-run
                   end-read
               end-perform
           end-if
           close campaignFile
           move "N" to eof
           .

       0510-note-one-run section.
           if cg-runDate is numeric and cg-pieceCount is numeric
               move 0 to matchSub
               move 1 to sub
               perform until sub > campaignRunCount
                   if cr-campaignId(sub) = cg-campaignId
                      and cr-runDate(sub) = cg-runDate
                       move sub to matchSub
                   end-if
                   add 1 to sub
               end-perform
               if matchSub = 0 and campaignRunCount < 500
                   add 1 to campaignRunCount
                   move campaignRunCount to matchSub
                   move cg-campaignId to cr-campaignId(matchSub)
                   move cg-runDate to cr-runDate(matchSub)
                   move 0 to cr-pieces(matchSub)
               end-if
               if matchSub > 0
                   if cg-pieceCount > cr-pieces(matchSub)
                       move cg-pieceCount to cr-pieces(matchSub)
                   end-if
               end-if
           end-if
           .

       0600-load-postage-runs section.
           move "N" to eof
           open input postageFile
           if fs-postage = "00"
               perform until eof = "Y"
                   read postageFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 0610-note-one-cost
                   end-read
               end-perform
           end-if
           close postageFile
           move "N" to eof
           .

       0610-note-one-cost section.
           if pc-runDate is numeric and pc-pieces is numeric
              and pc-cost is numeric and pc-campaignId not = spaces
               move 0 to matchSub
               move 1 to sub
               perform until sub > postageRunCount
                   if pr-campaignId(sub) = pc-campaignId
                      and pr-runDate(sub) = pc-runDate
                       move sub to matchSub
                   end-if
                   add 1 to sub
               end-perform
               if matchSub = 0 and postageRunCount < 500
                   add 1 to postageRunCount
                   move postageRunCount to matchSub
                   move pc-campaignId to pr-campaignId(matchSub)
                   move pc-runDate to pr-runDate(matchSub)
                   move 0 to pr-domPieces(matchSub)
                   move 0 to pr-domCost(matchSub)
                   move 0 to pr-intlPieces(matchSub)
                   move 0 to pr-intlCost(matchSub)
                   move 0 to pr-containerCost(matchSub)
               end-if
               if matchSub > 0
                   evaluate pc-city
                       when "*INTERNATIONAL*"
                           add pc-pieces to pr-intlPieces(matchSub)
                           add pc-cost to pr-intlCost(matchSub)
                       when "*CONTAINERS*"
                           add pc-cost to pr-containerCost(matchSub)
                       when other
                           add pc-pieces to pr-domPieces(matchSub)
                           add pc-cost to pr-domCost(matchSub)
                   end-evaluate
               end-if
           end-if
           .

       0700-load-verified section.
           move "N" to eof
           open input verifiedFile
           if fs-verified = "00"
               perform until eof = "Y"
                   read verifiedFile
                       at end
                           move "Y" to eof
                       not at end
                           if verifiedCount < 2000
                               add 1 to verifiedCount
                               move mv-invoiceNo
                                   to verifiedInvoiceNo(verifiedCount)
                           end-if
                   end-read
               end-perform
           end-if
           close verifiedFile
           move "N" to eof
           .

       0800-load-lines section.
           move "N" to eof
           open input lineFile
           if fs-line = "00"
               perform until eof = "Y"
                   read lineFile
                       at end
                           move "Y" to eof
                       not at end
                           if lineTableCount < 5000
                               add 1 to lineTableCount
                               move lineRec
                                   to lineEntry(lineTableCount)
                           else
                               add 1 to lineOverflow
                           end-if
                   end-read
               end-perform
           end-if
           close lineFile
           move "N" to eof
           .

      *> the run a line bills - the one the house named, or the
      *> campaign's latest run on or before the invoice date; zero
      *> when there is none
       0900-resolve-runs section.
           move 1 to sub
           perform until sub > lineTableCount
               move mhRunDate of lineEntry(sub) to lt-runDate(sub)
               if mhRunDate of lineEntry(sub) = 0
                   move 1 to sub2
                   perform until sub2 > campaignRunCount
                       if cr-campaignId(sub2)
                              = mhCampaignId of lineEntry(sub)
                          and cr-runDate(sub2)
                              <= mhInvoiceDate of lineEntry(sub)
                          and cr-runDate(sub2) > lt-runDate(sub)
                           move cr-runDate(sub2) to lt-runDate(sub)
                       end-if
                       add 1 to sub2
                   end-perform
               end-if
               add 1 to sub
           end-perform
           .

      *> a named invoice is always reported; with no name, only the
      *> invoices not verified before
       1000-open-invoice section.
           move mhInvoiceNo of lineEntry(sub) to wsInvoiceNo
           move mhInvoiceDate of lineEntry(sub) to wsInvoiceDate
           move 0 to invoiceBilled
           move 0 to invoiceAgreed
           move 0 to invoiceLines
           move "N" to wsAlreadyPosted
           move 1 to sub2
           perform until sub2 > verifiedCount
               if verifiedInvoiceNo(sub2) = wsInvoiceNo
                   move "Y" to wsAlreadyPosted
               end-if
               add 1 to sub2
           end-perform
           move "N" to wsSelected
           if invoiceParmCopy = spaces
               if wsAlreadyPosted = "N"
                   move "Y" to wsSelected
               end-if
           else
               if invoiceParmCopy = wsInvoiceNo
                   move "Y" to wsSelected
               end-if
           end-if
           if wsSelected = "Y"
               add 1 to invoiceCount
               move spaces to reportLine
               write reportLine
               move wsInvoiceNo to ih-invoiceNo
               move wsInvoiceDate to ih-invoiceDate
               write reportLine from invoiceHeading
               write reportLine from columnHeading
           end-if
           .

       2000-verify-one-line section.
           add 1 to checkedCount
           add 1 to invoiceLines
           move spaces to wsFlags
           move 1 to wsFlagPos
           move "N" to wsOurKnown
           move "N" to wsRateKnown
           move 0 to wsOurQty
           move 0 to wsOurRate
           move 0 to wsOurAmount
           move 0 to wsAgreed
           perform 2100-find-our-figures
           perform 2200-check-billed-twice
           evaluate true
               when wsFlags not = spaces
                   add 1 to unmatchedCount
               when mhService of lineEntry(sub) = "CONTAINR"
                   perform 2400-agree-container-line
               when other
                   perform 2300-agree-quantity-line
           end-evaluate
           if wsFlags(1:5) = "TWICE"
               add 1 to twiceCount
               subtract 1 from unmatchedCount
           end-if
           add mhAmount of lineEntry(sub) to invoiceBilled
           add wsAgreed to invoiceAgreed
           perform 2900-report-one-line
           .

      *> our side of the line - the run's pieces, or what
      *> presortMailing costed for it
       2100-find-our-figures section.
           move 0 to matchSub
           move 1 to sub2
           perform until sub2 > campaignRunCount
               if cr-campaignId(sub2) = mhCampaignId of lineEntry(sub)
                  and cr-runDate(sub2) = lt-runDate(sub)
                   move sub2 to matchSub
               end-if
               add 1 to sub2
           end-perform
           if matchSub = 0
               move "NO RUN" to wsFlags
           else
               if mhService of lineEntry(sub) = "PRINT"
                  or mhService of lineEntry(sub) = "INSERT"
                   move "Y" to wsOurKnown
                   move cr-pieces(matchSub) to wsOurQty
               else
                   perform 2110-find-postage
               end-if
           end-if
           .

       2110-find-postage section.
           move 0 to matchSub
           move 1 to sub2
           perform until sub2 > postageRunCount
               if pr-campaignId(sub2) = mhCampaignId of lineEntry(sub)
                  and pr-runDate(sub2) = lt-runDate(sub)
                   move sub2 to matchSub
               end-if
               add 1 to sub2
           end-perform
           if matchSub > 0
               evaluate mhService of lineEntry(sub)
                   when "POSTAGE"
                       if pr-domPieces(matchSub) > 0
                           move "Y" to wsOurKnown
                           move "Y" to wsRateKnown
                           move pr-domPieces(matchSub) to wsOurQty
                           compute wsOurRate rounded
                               = pr-domCost(matchSub)
                               / pr-domPieces(matchSub)
                       end-if
                   when "POSTINTL"
                       if pr-intlPieces(matchSub) > 0
                           move "Y" to wsOurKnown
                           move "Y" to wsRateKnown
                           move pr-intlPieces(matchSub) to wsOurQty
                           compute wsOurRate rounded
                               = pr-intlCost(matchSub)
                               / pr-intlPieces(matchSub)
                       end-if
                   when other
                       if pr-containerCost(matchSub) > 0
                           move "Y" to wsOurKnown
                           move pr-containerCost(matchSub)
                               to wsOurAmount
                       end-if
               end-evaluate
           end-if
           if wsOurKnown = "N"
               move "NO POSTAGE" to wsFlags
           end-if
           .

      *> the same run and service on any line filed before this one
      *> - whatever else is wrong, a second bill is agreed at nothing
       2200-check-billed-twice section.
           if lt-runDate(sub) not = 0
               move 1 to sub2
               perform until sub2 >= sub
                   if mhCampaignId of lineEntry(sub2)
                          = mhCampaignId of lineEntry(sub)
                      and lt-runDate(sub2) = lt-runDate(sub)
                      and mhService of lineEntry(sub2)
                          = mhService of lineEntry(sub)
                       move "TWICE" to wsFlags
                   end-if
                   add 1 to sub2
               end-perform
           end-if
           .

      *> the lower quantity at the lower rate, and never more than
      *> the house billed
       2300-agree-quantity-line section.
           compute wsExtended = mhQuantity of lineEntry(sub)
                              * mhUnitRate of lineEntry(sub)
           if wsExtended not = mhAmount of lineEntry(sub)
               perform 2350-flag-arith
           end-if
           move mhQuantity of lineEntry(sub) to wsAgreedQty
           if mhQuantity of lineEntry(sub) > wsOurQty
               move "OVER" to wsFlags(wsFlagPos:5)
               add 5 to wsFlagPos
               add 1 to overCount
               move wsOurQty to wsAgreedQty
           end-if
           move mhUnitRate of lineEntry(sub) to wsAgreedRate
           if wsRateKnown = "Y"
              and mhUnitRate of lineEntry(sub) not = wsOurRate
               move "RATE" to wsFlags(wsFlagPos:5)
               add 5 to wsFlagPos
               add 1 to rateCount
               if wsOurRate < wsAgreedRate
                   move wsOurRate to wsAgreedRate
               end-if
           end-if
           compute wsAgreed = wsAgreedQty * wsAgreedRate
           if wsAgreed > mhAmount of lineEntry(sub)
               move mhAmount of lineEntry(sub) to wsAgreed
           end-if
           .

       2350-flag-arith section.
           move "ARITH" to wsFlags(wsFlagPos:6)
           add 6 to wsFlagPos
           add 1 to arithCount
           .

      *> bundles and trays come as one charge - agreed up to what
      *> presortMailing costed them at
       2400-agree-container-line section.
           compute wsExtended = mhQuantity of lineEntry(sub)
                              * mhUnitRate of lineEntry(sub)
           if wsExtended not = mhAmount of lineEntry(sub)
               perform 2350-flag-arith
           end-if
           move mhAmount of lineEntry(sub) to wsAgreed
           if mhAmount of lineEntry(sub) > wsOurAmount
               move "OVER" to wsFlags(wsFlagPos:5)
               add 5 to wsFlagPos
               add 1 to overCount
               move wsOurAmount to wsAgreed
           end-if
           .

       2900-report-one-line section.
           move spaces to detailLine
           move mhLineNo of lineEntry(sub) to dl-lineNo
           move mhCampaignId of lineEntry(sub) to dl-campaignId
           move lt-runDate(sub) to dl-runDate
           move mhService of lineEntry(sub) to dl-service
           move mhQuantity of lineEntry(sub) to dl-billedQty
           move wsOurQty to dl-ourQty
           compute wsAmountEdit = mhUnitRate of lineEntry(sub) / 100
           move wsAmountEdit to dl-billedRate
           compute wsAmountEdit = wsOurRate / 100
           move wsAmountEdit to dl-ourRate
           compute wsAmountEdit = mhAmount of lineEntry(sub) / 100
           move wsAmountEdit to dl-billedAmt
           compute wsAmountEdit = wsAgreed / 100
           move wsAmountEdit to dl-agreedAmt
           move wsFlags to dl-flags
           write reportLine from detailLine
           .

      *> the invoice's totals, and - the first time it is verified
      *> - the agreed figure onto the ledger for payment
       3000-close-invoice section.
           if wsSelected = "Y"
               add invoiceBilled to totalBilled
               add invoiceAgreed to totalAgreed
               move spaces to invoiceTotalLine
               compute wsAmountEdit = invoiceBilled / 100
               move wsAmountEdit to it-billed
               compute wsAmountEdit = invoiceAgreed / 100
               move wsAmountEdit to it-agreed
               compute wsAmountEdit
                   = (invoiceBilled - invoiceAgreed) / 100
               move wsAmountEdit to it-withheld
               if wsAlreadyPosted = "Y"
                   move "VERIFIED BEFORE - NOT POSTED AGAIN"
                       to it-posting
               else
                   move "POSTED MAILHOUSE-AGREED" to it-posting
                   perform 3100-post-agreed
               end-if
               write reportLine from invoiceTotalLine
           end-if
           .

       3100-post-agreed section.
           move spaces to ledgerLine
           move "MAILHOUSE-AGREED" to le-totalId
           move wsRunDate to le-date
           compute le-amount = invoiceAgreed / 100
           move invoiceLines to le-count
           write ledgerLine
           move spaces to verifiedLine
           move wsInvoiceNo to mv-invoiceNo
           move wsRunDate to mv-verifyDate
           move invoiceBilled to mv-billed
           move invoiceAgreed to mv-agreed
           move invoiceLines to mv-lineCount
           write verifiedLine
           add 1 to postedCount
           if verifiedCount < 2000
               add 1 to verifiedCount
               move wsInvoiceNo to verifiedInvoiceNo(verifiedCount)
           end-if
           .

       end program mailHouseInvoiceVerify.
