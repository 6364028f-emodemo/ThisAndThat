      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Periodic customer value scoring, so a campaign can go to
      *> the customers it is meant for instead of a whole city.
      *> Every recordId in datafile is scored 1 (low) to 5 (high) on
      *> three measures over the twelve months to the run date:
      *>   recency   - days since the later of the contact's last
      *>               interaction on records-interactions.txt and
      *>               last payment on payment-history.txt
      *>   frequency - interactions plus invoices in the twelve
      *>               months
      *>   value     - invoice-register fees in the twelve months,
      *>               net of credit notes
      *> and the three scores map to a segment code (see
      *> segment.cpy) written, with the scores and the figures behind
      *> them, to contact-segments.txt, rebuilt whole each run.
      *> Payments are tied to their contact through the invoice on
      *> the receivables master; interest rows on the register are
      *> charges, not fees, and score nothing.  The register and
      *> payment rows are sorted into recordId order and matched
      *> against datafile in one pass, so the run reads each file
      *> once however large the book.  mailingLabels and
      *> mailMergeLetters take a segment code to select on.
       program-id. customerSegmentation as "customerSegmentation".

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

           select optional interactionFile
           assign to ".\records-interactions.txt"
           organization is indexed
           access is dynamic
           record key interactionKey of interactionRec
               with no duplicates
           file status is fs-interaction.

           select optional registerFile
           assign to ".\invoice-register.txt"
           organization is line sequential
           file status is fs-register.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select segmentFile
           assign to ".\contact-segments.txt"
           organization is indexed
           access is dynamic
           record key sgRecordId of segmentRec with no duplicates
           file status is fs-segment.

           select sortWork assign to "customer-segmentation.srt".

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

       fd interactionFile.
       01 interactionRec.
       copy "interaction.cpy".

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

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd segmentFile.
       01 segmentRec.
       copy "segment.cpy".

      *> one activity row per invoice, credit note, or payment -
      *> I invoice, C credit note, P payment
       sd sortWork.
       01 sortRec.
           03 sw-recordId pic 9(9).
           03 sw-source   pic x(1).
           03 sw-date     pic 9(8).
           03 sw-amount   pic s9(9) comp-5.

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 wsSortEof pic x(1) value "N".
       01 fs-interaction pic x(2).
       01 fs-register    pic x(2).
       01 fs-payhistory  pic x(2).
       01 fs-master      pic x(2).
       01 fs-segment     pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsRunDate pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsWindowStart pic 9(8).
       01 wsRecordId pic 9(9).
      *> score thresholds - days since last activity for recency,
      *> activities in the window for frequency, and fees in
      *> hundredths for value, each the floor of scores 5, 4, 3, 2
       78 recency5Days value 30.
       78 recency4Days value 90.
       78 recency3Days value 180.
       78 recency2Days value 365.
       78 frequency5 value 12.
       78 frequency4 value 6.
       78 frequency3 value 3.
       78 frequency2 value 1.
       78 value5 value 100000.
       78 value4 value 50000.
       78 value3 value 20000.
       78 value2 value 1.
       01 wsLastActivity pic 9(8).
       01 wsActivityCount pic 9(9) comp-5.
       01 wsValueAmount pic s9(11) comp-5.
       01 wsDaysSince pic s9(9) comp-5.
       01 wsInteractionDate pic 9(8).
       01 wsInteractionEof pic x(1) value "N".
       01 contactCount pic 9(9) comp-5 value 0.
       01 rowsReleased pic 9(9) comp-5 value 0.
       01 unmatchedPayments pic 9(9) comp-5 value 0.
       01 segmentCountTable.
           03 segmentCountEntry occurs 6 times.
               05 sc-code  pic x(3).
               05 sc-count pic 9(9) comp-5.
       01 segmentSub pic 9(4) comp-5.

       procedure division.
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
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)
           compute wsWindowStart = wsRunDate - 10000
           perform 0600-set-segment-codes

           open input datafile
           open input interactionFile
           open input receivablesFile
           open output segmentFile
           if fs-segment not = "00"
               display "segment file not usable, file status "
                   fs-segment ", nothing scored"
               close receivablesFile
               close interactionFile
               close datafile
               goback
           end-if

           sort sortWork
               on ascending key sw-recordId
               input procedure is 1000-gather-activity
               output procedure is 2000-score-contacts

           close segmentFile
           close receivablesFile
           close interactionFile
           close datafile

           display "contacts scored:        " contactCount
           display "activity rows sorted:   " rowsReleased
           display "payments with no owner: " unmatchedPayments
           move 1 to segmentSub
           perform until segmentSub > 6
               display "segment " sc-code(segmentSub) ":            "
                   sc-count(segmentSub)
               add 1 to segmentSub
           end-perform
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

       0600-set-segment-codes section.
           initialize segmentCountTable
           move "CHM" to sc-code(1)
           move "LHV" to sc-code(2)
           move "LOY" to sc-code(3)
           move "NEW" to sc-code(4)
           move "LAP" to sc-code(5)
           move "REG" to sc-code(6)
           .

      *> the register's invoice and credit rows carry their recordId;
      *> a payment finds its contact through the invoice it paid
       1000-gather-activity section.
           move "N" to eof
           open input registerFile
           if fs-register = "00"
               perform until eof = "Y"
                   read registerFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1100-release-register-row
                   end-read
               end-perform
           end-if
           close registerFile
           move "N" to eof
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-type = "P"
                               perform 1200-release-payment-row
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           move "N" to eof
           .

      *> invoices carry a due date, interest rows none; credit notes
      *> carry the "CN" tag and a negative fee
       1100-release-register-row section.
           move spaces to sw-source
           if rg-invoiceNo(1:2) = "CN"
               move "C" to sw-source
           else
               if rg-invoiceNo is numeric
                  and rg-dueDate is numeric
                   move "I" to sw-source
               end-if
           end-if
           if sw-source not = space
              and rg-date is numeric
              and rg-recordId is numeric
               move rg-recordId to sw-recordId
               move rg-date to sw-date
               compute sw-amount rounded
                   = function numval(rg-fee) * 100
               release sortRec
               add 1 to rowsReleased
           end-if
           .

       1200-release-payment-row section.
           move ph-invoiceNo to rmInvoiceNo of receivableRec
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   add 1 to unmatchedPayments
               not invalid key
                   move rmRecordId of receivableRec to sw-recordId
                   move "P" to sw-source
                   move ph-date to sw-date
                   move ph-amount to sw-amount
                   release sortRec
                   add 1 to rowsReleased
           end-read
           .

      *> datafile and the sorted activity both run in recordId
      *> order - activity for a recordId not in datafile is passed
      *> over, a contact with none scores on interactions alone
       2000-score-contacts section.
           move "N" to wsSortEof
           perform 2900-return-activity
           move "N" to eof
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
                       perform 2100-score-one-contact
               end-read
           end-perform
           .

       2100-score-one-contact section.
           add 1 to contactCount
           move recordId of rec to wsRecordId
           move 0 to wsLastActivity
           move 0 to wsActivityCount
           move 0 to wsValueAmount
           perform until wsSortEof = "Y"
                         or sw-recordId >= wsRecordId
               perform 2900-return-activity
           end-perform
           perform until wsSortEof = "Y"
                         or sw-recordId not = wsRecordId
               perform 2200-take-one-activity
               perform 2900-return-activity
           end-perform
           perform 2300-take-interactions

           initialize segmentRec
           move wsRecordId to sgRecordId of segmentRec
           move wsLastActivity to sgLastActivity of segmentRec
           if wsActivityCount > 99999
               move 99999 to sgActivityCount of segmentRec
           else
               move wsActivityCount to sgActivityCount of segmentRec
           end-if
           if wsValueAmount > 0
               move wsValueAmount to sgValueAmount of segmentRec
           end-if
           move wsRunDate to sgScoredDate of segmentRec
           perform 2400-score-measures
           perform 2500-choose-segment
           write segmentRec end-write
           .

       2200-take-one-activity section.
           if sw-source = "P"
               if sw-date > wsLastActivity
                   move sw-date to wsLastActivity
               end-if
           else
               if sw-date > wsWindowStart
                  and sw-date <= wsRunDate
                   add sw-amount to wsValueAmount
                   if sw-source = "I"
                       add 1 to wsActivityCount
                   end-if
               end-if
           end-if
           .

       2300-take-interactions section.
           move "N" to wsInteractionEof
           move recordId of rec
               to interactionRecordId of interactionRec
           move low-values
               to interactionTimestamp of interactionRec
           start interactionFile
               key is >= interactionKey of interactionRec
               invalid key
                   move "Y" to wsInteractionEof
               not invalid key
                   continue
           end-start
           perform until wsInteractionEof = "Y"
               read interactionFile next record
                   at end
                       move "Y" to wsInteractionEof
                   not at end
                       if interactionRecordId of interactionRec
                           = recordId of rec
                           perform 2350-take-one-interaction
                       else
                           move "Y" to wsInteractionEof
                       end-if
               end-read
           end-perform
           .

       2350-take-one-interaction section.
           if interactionTimestamp of interactionRec(1:8) is numeric
               move interactionTimestamp of interactionRec(1:8)
                   to wsInteractionDate
               if wsInteractionDate > wsLastActivity
                   move wsInteractionDate to wsLastActivity
               end-if
               if wsInteractionDate > wsWindowStart
                  and wsInteractionDate <= wsRunDate
                   add 1 to wsActivityCount
               end-if
           end-if
           .

       2400-score-measures section.
           if wsLastActivity = 0
               move 1 to sgRecency of segmentRec
           else
               compute wsDaysSince = wsRunDayNumber
                   - function integer-of-date(wsLastActivity)
               evaluate true
                   when wsDaysSince <= recency5Days
                       move 5 to sgRecency of segmentRec
                   when wsDaysSince <= recency4Days
                       move 4 to sgRecency of segmentRec
                   when wsDaysSince <= recency3Days
                       move 3 to sgRecency of segmentRec
                   when wsDaysSince <= recency2Days
                       move 2 to sgRecency of segmentRec
                   when other
                       move 1 to sgRecency of segmentRec
               end-evaluate
           end-if
           evaluate true
               when wsActivityCount >= frequency5
                   move 5 to sgFrequency of segmentRec
               when wsActivityCount >= frequency4
                   move 4 to sgFrequency of segmentRec
               when wsActivityCount >= frequency3
                   move 3 to sgFrequency of segmentRec
               when wsActivityCount >= frequency2
                   move 2 to sgFrequency of segmentRec
               when other
                   move 1 to sgFrequency of segmentRec
           end-evaluate
           evaluate true
               when wsValueAmount >= value5
                   move 5 to sgValue of segmentRec
               when wsValueAmount >= value4
                   move 4 to sgValue of segmentRec
               when wsValueAmount >= value3
                   move 3 to sgValue of segmentRec
               when wsValueAmount >= value2
                   move 2 to sgValue of segmentRec
               when other
                   move 1 to sgValue of segmentRec
           end-evaluate
           .

      *> the first rule that fits wins - a lapsed customer who was
      *> worth a lot is worth a different letter from one who wasn't
       2500-choose-segment section.
           evaluate true
               when sgRecency of segmentRec >= 4
                    and sgFrequency of segmentRec >= 4
                    and sgValue of segmentRec >= 4
                   move 1 to segmentSub
               when sgRecency of segmentRec <= 2
                    and sgValue of segmentRec >= 4
                   move 2 to segmentSub
               when sgFrequency of segmentRec >= 4
                   move 3 to segmentSub
               when sgRecency of segmentRec >= 4
                    and sgFrequency of segmentRec <= 2
                   move 4 to segmentSub
               when sgRecency of segmentRec <= 2
                   move 5 to segmentSub
               when other
                   move 6 to segmentSub
           end-evaluate
           move sc-code(segmentSub) to sgSegment of segmentRec
           add 1 to sc-count(segmentSub)
           .

       2900-return-activity section.
           return sortWork
               at end
                   move "Y" to wsSortEof
           end-return
           .

       end program customerSegmentation.
