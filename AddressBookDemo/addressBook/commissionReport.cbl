      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Monthly commission on collections, replacing the
      *> spreadsheet.  Every payment-history row paymentPosting wrote
      *> in the month (by ph-runDate) is credited to the account
      *> manager who owns the paying contact: the invoice leads to
      *> its recordId on the receivables master, and the recordId to
      *> the manager on contact-territories.txt, as territoryAssignment
      *> last placed it.  A "P" row counts the part applied to the
      *> invoice - not the part held on account - an "A" row counts
      *> on-account money applied at fold-in, and an "R" reversal
      *> takes its amount back off, so a bounced payment earns
      *> nothing.  Each manager's net collections are paid at their
      *> own rate from commission-rates.txt (hundredths of a percent,
      *> 0250 = 2.50%), or the DEFAULT row's, and a manager whose
      *> net is nil or negative earns nothing for the month.  Money
      *> that cannot be credited - an invoice no longer on the
      *> master, or a contact with no territory - is totalled
      *> separately so the report still adds back to what was
      *> applied.  monthParm is the yyyymm to report; zero means the
      *> month before the run date, the month-end run's normal case.
       program-id. commissionReport as "commissionReport".

       environment division.
       input-output section.
       file-control.
           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select optional assignmentFile
           assign to ".\contact-territories.txt"
           organization is indexed
           access is dynamic
           record key taRecordId of assignmentRec with no duplicates
           file status is fs-assignment.

           select optional commissionFile
           assign to ".\commission-rates.txt"
           organization is line sequential
           file status is fs-commission.

           select reportFile
           assign to ".\commission-report.txt"
           organization is line sequential.

       data division.
       file section.
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
           03 ph-onAccount pic 9(9).

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd assignmentFile.
       01 assignmentRec.
       copy "territory.cpy".

       fd commissionFile.
       01 commissionLine.
           03 cm-manager pic x(8).
           03 filler     pic x(1).
           03 cm-rate    pic 9(4).

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-payhistory  pic x(2).
       01 fs-master      pic x(2).
       01 fs-assignment  pic x(2).
       01 fs-commission  pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunDateView redefines wsRunDate.
           03 wsRunYyyy pic 9(4).
           03 wsRunMm   pic 9(2).
           03 wsRunDd   pic 9(2).
       01 wsMonth pic 9(6).
       01 wsMonthView redefines wsMonth.
           03 wsMonthYyyy pic 9(4).
           03 wsMonthMm   pic 9(2).
       01 wsRowMonth pic 9(6).
       01 wsApplied pic s9(9) comp-5 value 0.
       01 wsManager pic x(8).
       01 wsRate pic 9(4) comp-5 value 0.
       01 wsDefaultRate pic 9(4) comp-5 value 0.
       01 wsCommission pic s9(11) comp-5 value 0.
      *> one accumulator per manager credited in the month
       01 managerTable.
           03 managerEntry occurs 200 times.
               05 mg-manager  pic x(8).
               05 mg-rows     pic 9(9) comp-5.
               05 mg-net      pic s9(11) comp-5.
       01 managerCount pic 9(9) comp-5 value 0.
       01 managerSub pic 9(9) comp-5 value 0.
       01 rateTable.
           03 rateEntry occurs 200 times.
               05 rt-manager pic x(8).
               05 rt-rate    pic 9(4) comp-5.
       01 rateCount pic 9(9) comp-5 value 0.
       01 rowsRead        pic 9(9) comp-5 value 0.
       01 rowsInMonth     pic 9(9) comp-5 value 0.
       01 noInvoiceNet    pic s9(11) comp-5 value 0.
       01 noTerritoryNet  pic s9(11) comp-5 value 0.
       01 creditedNet     pic s9(11) comp-5 value 0.
       01 commissionTotal pic s9(11) comp-5 value 0.
       01 wsSignedEdit pic s9(9)v99 comp-3.
       01 reportHeading1.
           03 filler pic x(25) value "COMMISSION ON COLLECTIONS".
           03 filler pic x(7) value " MONTH ".
           03 rh-month pic 9(6).
       01 reportHeading2.
           03 filler pic x(10) value "MANAGER".
           03 filler pic x(10) value "ROWS".
           03 filler pic x(16) value "NET COLLECTED".
           03 filler pic x(9)  value "RATE %".
           03 filler pic x(14) value "COMMISSION".
       01 detailLine.
           03 dl-manager    pic x(8).
           03 filler        pic x(1) value space.
           03 dl-rows       pic z(8)9.
           03 filler        pic x(1) value space.
           03 dl-net        pic -(11)9.99.
           03 filler        pic x(1) value space.
           03 dl-rate       pic z9.99.
           03 filler        pic x(3) value spaces.
           03 dl-commission pic -(9)9.99.
       01 totalLine.
           03 tl-label  pic x(28).
           03 tl-amount pic -(11)9.99.

       linkage section.
      *> the yyyymm to report - zero means last month
       01 monthParm pic 9(6).

       procedure division using monthParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           if monthParm = 0
               move wsRunYyyy to wsMonthYyyy
               move wsRunMm to wsMonthMm
               if wsMonthMm = 1
                   move 12 to wsMonthMm
                   subtract 1 from wsMonthYyyy
               else
                   subtract 1 from wsMonthMm
               end-if
           else
               move monthParm to wsMonth
           end-if
           perform 0500-load-rates

           open input receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", no commission worked"
               goback
           end-if
           open input assignmentFile
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           add 1 to rowsRead
                           perform 1000-credit-one-row
                   end-read
               end-perform
           end-if
           close payHistoryFile
           close assignmentFile
           close receivablesFile

           open output reportFile
           move wsMonth to rh-month
           write reportLine from reportHeading1
           move spaces to reportLine
           write reportLine
           write reportLine from reportHeading2
           move 1 to managerSub
           perform until managerSub > managerCount
               perform 2000-pay-one-manager
               add 1 to managerSub
           end-perform
           perform 3000-write-totals
           close reportFile

           display "history rows in month: " rowsInMonth
           display "managers credited:     " managerCount
           display "commission total:      " commissionTotal
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-load-rates section.
           open input commissionFile
           if fs-commission = "00"
               perform until eof = "Y"
                   read commissionFile
                       at end
                           move "Y" to eof
                       not at end
                           if cm-manager = "DEFAULT"
                               move cm-rate to wsDefaultRate
                           else
                               if rateCount < 200
                                   add 1 to rateCount
                                   move cm-manager
                                       to rt-manager(rateCount)
                                   move cm-rate to rt-rate(rateCount)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close commissionFile
           move "N" to eof
           .

       1000-credit-one-row section.
           move ph-runDate(1:6) to wsRowMonth
           if wsRowMonth = wsMonth
               evaluate ph-type
                   when "P"
                       move ph-amount to wsApplied
      *> rows written before the on-account column read spaces
                       if ph-onAccount is numeric
                           subtract ph-onAccount from wsApplied
                       end-if
                       perform 1100-attribute-row
                   when "A"
                       move ph-amount to wsApplied
                       perform 1100-attribute-row
                   when "R"
                       move ph-amount to wsApplied
                       if ph-onAccount is numeric
                           subtract ph-onAccount from wsApplied
                       end-if
                       compute wsApplied = 0 - wsApplied
                       perform 1100-attribute-row
               end-evaluate
           end-if
           .

       1100-attribute-row section.
           add 1 to rowsInMonth
           move ph-invoiceNo to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   add wsApplied to noInvoiceNet
               not invalid key
                   move rmRecordId of receivableRec
                       to taRecordId of assignmentRec
                   read assignmentFile
                       key is taRecordId of assignmentRec
                       invalid key
                           add wsApplied to noTerritoryNet
                       not invalid key
                           move taManager of assignmentRec
                               to wsManager
                           perform 1200-add-to-manager
                   end-read
           end-read
           .

       1200-add-to-manager section.
           move 0 to managerSub
           move 1 to sub
           perform until sub > managerCount
               if mg-manager(sub) = wsManager
                   move sub to managerSub
               end-if
               add 1 to sub
           end-perform
           if managerSub = 0
               if managerCount < 200
                   add 1 to managerCount
                   move managerCount to managerSub
                   move wsManager to mg-manager(managerSub)
                   move 0 to mg-rows(managerSub)
                   move 0 to mg-net(managerSub)
               else
                   add wsApplied to noTerritoryNet
                   display "WARNING: manager table full, "
                       wsManager " not credited"
               end-if
           end-if
           if managerSub > 0
               add 1 to mg-rows(managerSub)
               add wsApplied to mg-net(managerSub)
               add wsApplied to creditedNet
           end-if
           .

       2000-pay-one-manager section.
           move wsDefaultRate to wsRate
           move 1 to sub
           perform until sub > rateCount
               if rt-manager(sub) = mg-manager(managerSub)
                   move rt-rate(sub) to wsRate
               end-if
               add 1 to sub
           end-perform
           if mg-net(managerSub) > 0
               compute wsCommission rounded
                   = mg-net(managerSub) * wsRate / 10000
           else
               move 0 to wsCommission
           end-if
           add wsCommission to commissionTotal

           move spaces to detailLine
           move mg-manager(managerSub) to dl-manager
           move mg-rows(managerSub) to dl-rows
           compute wsSignedEdit = mg-net(managerSub) / 100
           move wsSignedEdit to dl-net
           compute dl-rate = wsRate / 100
           compute wsSignedEdit = wsCommission / 100
           move wsSignedEdit to dl-commission
           write reportLine from detailLine
           .

       3000-write-totals section.
           move spaces to reportLine
           write reportLine
           move spaces to totalLine
           move "CREDITED TO MANAGERS" to tl-label
           compute wsSignedEdit = creditedNet / 100
           move wsSignedEdit to tl-amount
           write reportLine from totalLine
           move spaces to totalLine
           move "CONTACT WITH NO TERRITORY" to tl-label
           compute wsSignedEdit = noTerritoryNet / 100
           move wsSignedEdit to tl-amount
           write reportLine from totalLine
           move spaces to totalLine
           move "INVOICE NOT ON MASTER" to tl-label
           compute wsSignedEdit = noInvoiceNet / 100
           move wsSignedEdit to tl-amount
           write reportLine from totalLine
           move spaces to totalLine
           move "NET APPLIED IN MONTH" to tl-label
           compute wsSignedEdit
               = (creditedNet + noTerritoryNet + noInvoiceNet) / 100
           move wsSignedEdit to tl-amount
           write reportLine from totalLine
           move spaces to totalLine
           move "COMMISSION TOTAL" to tl-label
           compute wsSignedEdit = commissionTotal / 100
           move wsSignedEdit to tl-amount
           write reportLine from totalLine
           .

       end program commissionReport.
