      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Hands the debts our own collections cycle has given up on
      *> to the outside collections agency, instead of an email with
      *> no record of it.  An invoice qualifies when dunningLetters'
      *> last letter for it was the final demand (level 3 on
      *> dunning-history.txt), that letter went out at least
      *> graceDaysParm days ago, and the open balance is at least
      *> minBalanceParm - written-off invoices, invoices under
      *> dispute and invoices already placed are passed by.  The
      *> placement file (agency-placement.txt) opens with an "H"
      *> header naming the agency, carries one "D" row per debt -
      *> invoice, contact, dates, balance, and the debtor's name,
      *> address and phone off datafile - and closes with a "T"
      *> trailer holding the count and amount total the agency
      *> checks before it accepts the file.  Every placed invoice
      *> takes rmHold "A" on the receivables master, so our own
      *> dunning, interest and direct debit runs stop chasing it,
      *> and a "P" row on agency-history.txt records the placement
      *> that agencyReturnImport later settles against.
       program-id. agencyPlacement as "agencyPlacement".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this job at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates.

           select receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

      *> dunningLetters' letter history - the last row per invoice
      *> says whether the final demand has gone out, and when
           select optional historyFile
           assign to ".\dunning-history.txt"
           organization is line sequential
           file status is fs-history.

           select placementFile assign to ".\agency-placement.txt"
           organization is line sequential.

      *> one row per placement, collection, recall and uncollectable
      *> return - the record of what the agency holds for us
           select optional agencyHistoryFile
           assign to ".\agency-history.txt"
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

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd historyFile.
       01 historyLine.
           03 dh-invoiceNo pic 9(9).
           03 filler       pic x(1) value space.
           03 dh-sentDate  pic 9(8).
           03 filler       pic x(1) value space.
           03 dh-level     pic 9(1).

       fd placementFile.
       01 placementLine.
           03 ap-rowType pic x(1).
           03 filler     pic x(1).
           03 ap-rest    pic x(200).
       01 placeHeaderView redefines placementLine.
           03 filler       pic x(2).
           03 apH-date     pic 9(8).
           03 filler       pic x(1).
           03 apH-agency   pic x(10).
           03 filler       pic x(1).
           03 apH-time     pic x(6).
           03 filler       pic x(174).
       01 placeDetailView redefines placementLine.
           03 filler          pic x(2).
           03 apD-invoiceNo   pic 9(9).
           03 filler          pic x(1).
           03 apD-recordId    pic 9(9).
           03 filler          pic x(1).
           03 apD-invoiceDate pic 9(8).
           03 filler          pic x(1).
           03 apD-dueDate     pic 9(8).
           03 filler          pic x(1).
      *> in hundredths, the same implied decimals as the master
           03 apD-balance     pic 9(9).
           03 filler          pic x(1).
           03 apD-demandDate  pic 9(8).
           03 filler          pic x(1).
           03 apD-name        pic x(30).
           03 filler          pic x(1).
           03 apD-family      pic x(30).
           03 filler          pic x(1).
           03 apD-street      pic x(30).
           03 filler          pic x(1).
           03 apD-code        pic 9(5).
           03 filler          pic x(1).
           03 apD-city        pic x(20).
           03 filler          pic x(1).
           03 apD-phone       pic x(20).
           03 filler          pic x(4).
       01 placeTrailerView redefines placementLine.
           03 filler       pic x(2).
           03 apT-count    pic 9(9).
           03 filler       pic x(1).
           03 apT-amount   pic 9(11).
           03 filler       pic x(179).

       fd agencyHistoryFile.
       01 agencyHistoryLine.
      *> P placed, C collected, R recalled, U uncollectable
           03 ah-type       pic x(1).
           03 filler        pic x(1) value space.
           03 ah-date       pic 9(8).
           03 filler        pic x(1) value space.
           03 ah-invoiceNo  pic 9(9).
           03 filler        pic x(1) value space.
           03 ah-recordId   pic 9(9).
           03 filler        pic x(1) value space.
           03 ah-amount     pic 9(9).
           03 filler        pic x(1) value space.
           03 ah-commission pic 9(9).
           03 filler        pic x(1) value space.
           03 ah-agency     pic x(10).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 wsDatafilePath pic x(255).
       01 fs-master  pic x(2).
       01 fs-history pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsDemandDayNumber pic 9(9) comp-5.
       01 wsBalance pic s9(9) comp-5.
      *> last letter sent per invoice and the day it went - the last
      *> row on file per invoice wins, since rows are appended in
      *> run order
       01 lastLetterTable.
           03 lastLetterEntry occurs 5000 times.
               05 ll-invoiceNo pic 9(9) comp-5.
               05 ll-level     pic 9(1).
               05 ll-sentDate  pic 9(8).
       01 lastLetterCount pic 9(9) comp-5 value 0.
       01 placedCount   pic 9(9) comp-5 value 0.
       01 placedTotal   pic 9(11) comp-5 value 0.
       01 belowMinCount pic 9(9) comp-5 value 0.
       01 inGraceCount  pic 9(9) comp-5 value 0.

       linkage section.
      *> the agency the debts go to - named on the file header and
      *> on every agency-history row
       01 agencyParm pic x(10).
      *> smallest open balance worth placing, in hundredths (zero
      *> places any balance)
       01 minBalanceParm pic 9(9).
      *> days the customer is given to answer the final demand
      *> before the debt leaves our hands
       01 graceDaysParm pic 9(3).

       procedure division using agencyParm minBalanceParm
                                graceDaysParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           if agencyParm = spaces
               display "no agency named - nothing placed"
               goback
           end-if
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)

           perform 0600-load-dunning-history

           open i-o receivablesFile
           if fs-master not = "00" and fs-master not = "05"
               display "receivables master not found, file status "
                   fs-master ", nothing placed"
               goback
           end-if
           open input datafile
           open output placementFile
           open extend agencyHistoryFile
           move spaces to placementLine
           move "H" to ap-rowType
           move wsRunDate to apH-date
           move agencyParm to apH-agency
           move wsRunTime(1:6) to apH-time
           write placementLine

           move zeros to rmInvoiceNo of receivableRec
           start receivablesFile
               key is >= rmInvoiceNo of receivableRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to eof
                   not at end
                       compute wsBalance
                           = rmDue of receivableRec
                           - rmPaid of receivableRec
      *> only an open balance our own cycle is still chasing - a
      *> disputed ("H") invoice waits for its query, and one
      *> already with the agency ("A") or back from it
      *> uncollectable ("U") is not placed twice
                       if wsBalance > 0
                          and rmStatus of receivableRec = "O"
                          and rmHold of receivableRec = space
                           perform 1000-test-one-invoice
                       end-if
               end-read
           end-perform

           move spaces to placementLine
           move "T" to ap-rowType
           move placedCount to apT-count
           move placedTotal to apT-amount
           write placementLine
           close agencyHistoryFile
           close placementFile
           close datafile
           close receivablesFile

           display "agency:            " agencyParm
           display "debts placed:      " placedCount
           display "amount placed:     " placedTotal
           display "below minimum:     " belowMinCount
           display "demand too recent: " inGraceCount
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

      *> replays the history so the table ends up holding the last
      *> letter sent per invoice - only an invoice whose latest
      *> letter is the final demand has exhausted our own cycle
       0600-load-dunning-history section.
           move "N" to eof
           open input historyFile
           if fs-history = "00" or fs-history = "05"
               perform until eof = "Y"
                   read historyFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 0610-note-one-history-row
                   end-read
               end-perform
           end-if
           close historyFile
           move "N" to eof
           .

       0610-note-one-history-row section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > lastLetterCount
               if ll-invoiceNo(sub) = dh-invoiceNo
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and lastLetterCount < 5000
               add 1 to lastLetterCount
               move lastLetterCount to matchSub
               move dh-invoiceNo to ll-invoiceNo(matchSub)
           end-if
           if matchSub > 0
               move dh-level to ll-level(matchSub)
               move dh-sentDate to ll-sentDate(matchSub)
           end-if
           .

       1000-test-one-invoice section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > lastLetterCount
               if ll-invoiceNo(sub) = rmInvoiceNo of receivableRec
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub > 0 and ll-level(matchSub) = 3
               compute wsDemandDayNumber
                   = function integer-of-date(ll-sentDate(matchSub))
               evaluate true
                   when wsRunDayNumber - wsDemandDayNumber
                        < graceDaysParm
                       add 1 to inGraceCount
                   when wsBalance < minBalanceParm
                       add 1 to belowMinCount
                   when other
                       perform 2000-place-one-invoice
               end-evaluate
           end-if
           .

      *> the debtor's name and address come off datafile by
      *> recordId, the same read dunningLetters does - a debt whose
      *> contact has no live record still goes, flagged, so the
      *> agency asks instead of the debt vanishing
       2000-place-one-invoice section.
           move rmRecordId of receivableRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move spaces to rec(5:)
                   move 0 to recordCode of rec
                   move "(no record)" to recordName of rec
           end-read
           move spaces to placementLine
           move "D" to ap-rowType
           move rmInvoiceNo of receivableRec to apD-invoiceNo
           move rmRecordId of receivableRec to apD-recordId
           move rmInvoiceDate of receivableRec to apD-invoiceDate
           move rmDueDate of receivableRec to apD-dueDate
           move wsBalance to apD-balance
           move ll-sentDate(matchSub) to apD-demandDate
           move recordName of rec to apD-name
           move recordFamily of rec to apD-family
           move recordStreet of rec to apD-street
           move recordCode of rec to apD-code
           move recordCity of rec to apD-city
           move recordPhone of rec to apD-phone
           write placementLine

           move "A" to rmHold of receivableRec
           rewrite receivableRec end-rewrite

           move spaces to agencyHistoryLine
           move "P" to ah-type
           move wsRunDate to ah-date
           move rmInvoiceNo of receivableRec to ah-invoiceNo
           move rmRecordId of receivableRec to ah-recordId
           move wsBalance to ah-amount
           move 0 to ah-commission
           move agencyParm to ah-agency
           write agencyHistoryLine

           add 1 to placedCount
           add wsBalance to placedTotal
           .

       end program agencyPlacement.
