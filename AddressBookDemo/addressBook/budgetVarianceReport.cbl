      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Monthly budget against actual by region, for the quarterly
      *> review.  The budget is revenue-budget.txt as
      *> revenueBudgetUpdate maintains it.  Actual fees are the net
      *> fee column of invoice-register.txt - invoice rows less the
      *> "CN" credit-note rows, which carry their own minus sign -
      *> placed in a region by the invoiced contact's recordCity and
      *> the cityRegion city-master.txt gives it, the mapping
      *> regionRollupReport uses; a contact since deleted, or a city
      *> with no master entry, falls to UNASSIGNED.  Actual contacts
      *> are the live datafile counted by region the same way.
      *> Each region shows the month and the year to date, budget,
      *> actual, variance (actual less budget) and variance as a
      *> percentage of budget, the budgeted contacts for the month
      *> against the live count, and closes with a full-year
      *> projection - the year-to-date fees run on at the same rate
      *> for the twelve months - against the full-year budget.  A
      *> grand total closes the report.  Takes the month as yyyymm;
      *> zero means the month the run date falls in.
       program-id. budgetVarianceReport as "budgetVarianceReport".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this report at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select optional cityFile assign to ".\city-master.txt"
           organization is indexed
           access is dynamic
           record key cityName of cityMasterRec with no duplicates
           file status is fs-cityfile.

           select optional budgetFile assign to ".\revenue-budget.txt"
           organization is indexed
           access is dynamic
           record key bgKey of budgetRec with no duplicates
           file status is fs-budget.

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select reportFile assign to ".\budget-variance-report.txt"
           organization is line sequential.

      *> the maintenance interlock - while an exclusive utility's
      *> quiesce marker stands on the lock file, this job refuses
      *> to start rather than read datafile mid-rebuild
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

       data division.
       file section.
       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd cityFile.
       01 cityMasterRec.
       copy "citymaster.cpy".

       fd budgetFile.
       01 budgetRec.
       copy "budget.cpy".

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

       fd reportFile.
       01 reportLine pic x(80).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 wsDatafilePath pic x(255).
       01 fs-datafile pic x(2).
       01 fs-cityfile pic x(2).
       01 fs-budget pic x(2).
       01 fs-register pic x(2).
       01 wsRunDate pic 9(8).
       01 wsReportMonth pic 9(6) value 0.
       01 wsReportYear pic 9(4).
       01 wsMonthsElapsed pic 9(2).
       01 wsRowDate pic 9(8).
       01 wsRowMonth pic 9(6).
       01 wsRegion pic x(20).
       01 wsCity pic x(20).
       01 wsRecordId pic 9(9).
      *> row money in hundredths, signed - credit rows run negative
       01 wsFee pic s9(11) comp-5.
       01 registerRowCount pic 9(9) comp-5 value 0.
       01 contactCount pic 9(9) comp-5 value 0.
      *> the region each city falls in, loaded once from the master
       01 cityRegionTable.
           03 cityRegionEntry occurs 500 times.
               05 cr-city   pic x(20).
               05 cr-region pic x(20).
       01 cityRegionCount pic 9(9) comp-5 value 0.
      *> one line per region - money in hundredths
       01 regionTable.
           03 regionEntry occurs 200 times.
               05 re-region         pic x(20).
               05 re-budgetMonth    pic s9(13) comp-5.
               05 re-budgetYtd      pic s9(13) comp-5.
               05 re-budgetYear     pic s9(13) comp-5.
               05 re-budgetContacts pic s9(11) comp-5.
               05 re-actualMonth    pic s9(13) comp-5.
               05 re-actualYtd      pic s9(13) comp-5.
               05 re-contacts       pic s9(11) comp-5.
       01 regionCount pic 9(9) comp-5 value 0.
       01 holdRegion.
           03 hr-region         pic x(20).
           03 hr-budgetMonth    pic s9(13) comp-5.
           03 hr-budgetYtd      pic s9(13) comp-5.
           03 hr-budgetYear     pic s9(13) comp-5.
           03 hr-budgetContacts pic s9(11) comp-5.
           03 hr-actualMonth    pic s9(13) comp-5.
           03 hr-actualYtd      pic s9(13) comp-5.
           03 hr-contacts       pic s9(11) comp-5.
      *> the grand total, built up the same way as a region
       01 grandTotal.
           03 gt-region         pic x(20) value "ALL REGIONS".
           03 gt-budgetMonth    pic s9(13) comp-5 value 0.
           03 gt-budgetYtd      pic s9(13) comp-5 value 0.
           03 gt-budgetYear     pic s9(13) comp-5 value 0.
           03 gt-budgetContacts pic s9(11) comp-5 value 0.
           03 gt-actualMonth    pic s9(13) comp-5 value 0.
           03 gt-actualYtd      pic s9(13) comp-5 value 0.
           03 gt-contacts       pic s9(11) comp-5 value 0.
      *> one comparison line's figures, then what it prints as
       01 wsBudget pic s9(13) comp-5.
       01 wsActual pic s9(13) comp-5.
       01 wsVariance pic s9(13) comp-5.
       01 wsProjection pic s9(13) comp-5.
       01 wsMoneyLine pic x(1) value "Y".
       01 wsAmountEdit pic s9(11)v99 comp-3.
       01 wsPercent pic s9(5)v9 comp-3.
       01 reportHeading.
           03 filler   pic x(31)
               value "BUDGET AGAINST ACTUAL - MONTH ".
           03 rh-month pic 9(6).
       01 separatorLine pic x(80) value all "-".
       01 regionHeading.
           03 filler    pic x(8) value "REGION: ".
           03 rh-region pic x(20).
       01 columnHeading.
           03 filler pic x(14) value spaces.
           03 filler pic x(16) value "          BUDGET".
           03 filler pic x(16) value "          ACTUAL".
           03 filler pic x(16) value "        VARIANCE".
           03 filler pic x(9)  value "    VAR %".
       01 compareLine.
           03 filler    pic x(2) value spaces.
           03 cl-label  pic x(12).
           03 cl-budget pic x(16).
           03 cl-actual pic x(16).
           03 cl-var    pic x(16).
           03 cl-pct    pic x(9).
       01 moneyEdit pic -(11)9.99.
       01 countEdit pic -(14)9.
       01 percentEdit pic -(6)9.9.

       linkage section.
      *> yyyymm - zero takes the month the run date falls in
       01 monthParm pic 9(6).

       procedure division using monthParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsRunDate from date yyyymmdd
           move monthParm to wsReportMonth
           if wsReportMonth = 0
               move wsRunDate(1:6) to wsReportMonth
           end-if
           move wsReportMonth(1:4) to wsReportYear
           move wsReportMonth(5:2) to wsMonthsElapsed

           perform 0500-load-city-regions
           perform 1000-load-budget

           open input datafile
           perform 2000-count-contacts
           perform 3000-tally-register
           close datafile

           perform 4000-sort-regions
           perform 5000-write-report

           display "register rows this year: " registerRowCount
           display "live contacts counted:   " contactCount
           display "regions reported:        " regionCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> the same quiesce check the exclusive utilities make before
      *> they start - a "Q" row means one of them holds the system
      *> for maintenance, and a read that races the rebuild is how
      *> a reorganization fails at 2 a.m.
       0010-check-quiesce section.
           move "N" to wsQuiesced
           move "N" to wsLockEof
           open input connectionFile
           if fs-connectionfile = "00"
               perform until wsLockEof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to wsLockEof
                       not at end
                           if cnType = "Q"
                               move "Y" to wsQuiesced
                               display "system quiesced for"
                                   " maintenance by " cnHolder
                                   " since " cnTimestamp
                           end-if
                   end-read
               end-perform
           end-if
           close connectionFile
           move "N" to wsLockEof
           .

       0500-load-city-regions section.
           open input cityFile
           if fs-cityfile = "00" or fs-cityfile = "05"
               move low-values to cityName of cityMasterRec
               start cityFile key is >= cityName of cityMasterRec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read cityFile next record
                       at end
                           move "Y" to eof
                       not at end
                           if cityRegion of cityMasterRec not = spaces
                              and cityRegionCount < 500
                               add 1 to cityRegionCount
                               move cityName of cityMasterRec
                                   to cr-city(cityRegionCount)
                               move cityRegion of cityMasterRec
                                   to cr-region(cityRegionCount)
                           end-if
                   end-read
               end-perform
           end-if
           close cityFile
           move "N" to eof
           .

      *> the region wsCity falls in, UNASSIGNED when the master has
      *> no region for it
       0600-region-of-city section.
           move "UNASSIGNED" to wsRegion
           move 1 to sub2
           perform until sub2 > cityRegionCount
               if cr-city(sub2) = wsCity
                   move cr-region(sub2) to wsRegion
               end-if
               add 1 to sub2
           end-perform
           .

      *> the region's line in the table, added empty the first time
       0700-find-region section.
           move 0 to matchSub
           move 1 to sub2
           perform until sub2 > regionCount or matchSub > 0
               if re-region(sub2) = wsRegion
                   move sub2 to matchSub
               end-if
               add 1 to sub2
           end-perform
           if matchSub = 0 and regionCount < 200
               add 1 to regionCount
               move regionCount to matchSub
               move wsRegion to re-region(matchSub)
               move 0 to re-budgetMonth(matchSub)
               move 0 to re-budgetYtd(matchSub)
               move 0 to re-budgetYear(matchSub)
               move 0 to re-budgetContacts(matchSub)
               move 0 to re-actualMonth(matchSub)
               move 0 to re-actualYtd(matchSub)
               move 0 to re-contacts(matchSub)
           end-if
           .

      *> every budget row of the report year
       1000-load-budget section.
           open input budgetFile
           if fs-budget = "00" or fs-budget = "05"
               move low-values to bgKey of budgetRec
               start budgetFile key is >= bgKey of budgetRec
                   invalid key
                       move "Y" to eof
                   not invalid key
                       continue
               end-start
               perform until eof = "Y"
                   read budgetFile next record
                       at end
                           move "Y" to eof
                       not at end
                           if bgMonth of budgetRec(1:4) = wsReportYear
                               perform 1100-post-budget-row
                           end-if
                   end-read
               end-perform
           else
               display "no revenue budget on file, file status "
                   fs-budget
           end-if
           close budgetFile
           move "N" to eof
           .

       1100-post-budget-row section.
           move bgRegion of budgetRec to wsRegion
           perform 0700-find-region
           if matchSub > 0
               add bgFees of budgetRec to re-budgetYear(matchSub)
               if bgMonth of budgetRec <= wsReportMonth
                   add bgFees of budgetRec to re-budgetYtd(matchSub)
               end-if
               if bgMonth of budgetRec = wsReportMonth
                   add bgFees of budgetRec
                       to re-budgetMonth(matchSub)
                   add bgContacts of budgetRec
                       to re-budgetContacts(matchSub)
               end-if
           end-if
           .

       2000-count-contacts section.
           move zeros to recordId of rec
           start datafile key is >= recordId of rec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read datafile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to contactCount
                       move recordCity of rec to wsCity
                       perform 0600-region-of-city
                       perform 0700-find-region
                       if matchSub > 0
                           add 1 to re-contacts(matchSub)
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

      *> invoice rows and "CN" credit rows dated in the report year
      *> up to the report month - the TOTALS trailer drops out on
      *> the numeric tests, the same filter vatReturnReport applies
       3000-tally-register section.
           open input registerFile
           if fs-register = "00"
               perform until eof = "Y"
                   read registerFile
                       at end
                           move "Y" to eof
                       not at end
                           if (rg-invoiceNo is numeric
                               or rg-invoiceNo(1:2) = "CN")
                              and rg-date is numeric
                               perform 3100-post-register-row
                           end-if
                   end-read
               end-perform
           else
               display "invoice register not found, file status "
                   fs-register
           end-if
           close registerFile
           move "N" to eof
           .

       3100-post-register-row section.
           compute wsRowDate = function numval(rg-date)
           move wsRowDate(1:6) to wsRowMonth
           if wsRowDate(1:4) = wsReportYear
              and wsRowMonth <= wsReportMonth
               add 1 to registerRowCount
               compute wsFee rounded
                   = function numval(rg-fee) * 100
               move "UNASSIGNED" to wsRegion
               if rg-recordId is numeric
                   move rg-recordId to wsRecordId
                   move wsRecordId to recordId of rec
                   read datafile
                       key is recordId of rec
                       invalid key
                           continue
                       not invalid key
                           move recordCity of rec to wsCity
                           perform 0600-region-of-city
                   end-read
               end-if
               perform 0700-find-region
               if matchSub > 0
                   add wsFee to re-actualYtd(matchSub)
                   if wsRowMonth = wsReportMonth
                       add wsFee to re-actualMonth(matchSub)
                   end-if
               end-if
           end-if
           .

      *> straight insertion sort by region name
       4000-sort-regions section.
           move 2 to sub
           perform until sub > regionCount
               move regionEntry(sub) to holdRegion
               move sub to sub2
               perform until sub2 <= 1
                      or re-region(sub2 - 1) <= hr-region
                   move regionEntry(sub2 - 1) to regionEntry(sub2)
                   subtract 1 from sub2
               end-perform
               move holdRegion to regionEntry(sub2)
               add 1 to sub
           end-perform
           .

       5000-write-report section.
           open output reportFile
           move wsReportMonth to rh-month
           write reportLine from reportHeading
           move 1 to sub
           perform until sub > regionCount
               move regionEntry(sub) to holdRegion
               perform 5100-write-region-block
               add re-budgetMonth(sub) to gt-budgetMonth
               add re-budgetYtd(sub) to gt-budgetYtd
               add re-budgetYear(sub) to gt-budgetYear
               add re-budgetContacts(sub) to gt-budgetContacts
               add re-actualMonth(sub) to gt-actualMonth
               add re-actualYtd(sub) to gt-actualYtd
               add re-contacts(sub) to gt-contacts
               add 1 to sub
           end-perform
           move grandTotal to holdRegion
           perform 5100-write-region-block
           close reportFile
           .

      *> holdRegion as one block - month, year to date, contacts,
      *> and the full-year projection at the year-to-date run rate
       5100-write-region-block section.
           write reportLine from separatorLine
           move hr-region to rh-region
           write reportLine from regionHeading
           write reportLine from columnHeading

           move "FEES MONTH" to cl-label
           move hr-budgetMonth to wsBudget
           move hr-actualMonth to wsActual
           move "Y" to wsMoneyLine
           perform 5200-write-compare-line

           move "FEES YTD" to cl-label
           move hr-budgetYtd to wsBudget
           move hr-actualYtd to wsActual
           perform 5200-write-compare-line

           move "CONTACTS" to cl-label
           move hr-budgetContacts to wsBudget
           move hr-contacts to wsActual
           move "N" to wsMoneyLine
           perform 5200-write-compare-line

           if wsMonthsElapsed > 0
               compute wsProjection rounded
                   = (hr-actualYtd * 12) / wsMonthsElapsed
           else
               move hr-actualYtd to wsProjection
           end-if
           move "FULL YEAR" to cl-label
           move hr-budgetYear to wsBudget
           move wsProjection to wsActual
           move "Y" to wsMoneyLine
           perform 5200-write-compare-line
           .

      *> budget, actual, variance and the variance as a percentage
      *> of budget - no percentage against a zero budget
       5200-write-compare-line section.
           compute wsVariance = wsActual - wsBudget
           if wsMoneyLine = "Y"
               compute wsAmountEdit = wsBudget / 100
               move wsAmountEdit to moneyEdit
               move moneyEdit to cl-budget
               compute wsAmountEdit = wsActual / 100
               move wsAmountEdit to moneyEdit
               move moneyEdit to cl-actual
               compute wsAmountEdit = wsVariance / 100
               move wsAmountEdit to moneyEdit
               move moneyEdit to cl-var
           else
               move wsBudget to countEdit
               move countEdit to cl-budget
               move wsActual to countEdit
               move countEdit to cl-actual
               move wsVariance to countEdit
               move countEdit to cl-var
           end-if
           if wsBudget = 0
               move "      n/a" to cl-pct
           else
               compute wsPercent rounded
                   = (wsVariance * 100) / wsBudget
                   on size error
                       move 99999.9 to wsPercent
               end-compute
               move wsPercent to percentEdit
               move percentEdit to cl-pct
           end-if
           write reportLine from compareLine
           .

       end program budgetVarianceReport.
