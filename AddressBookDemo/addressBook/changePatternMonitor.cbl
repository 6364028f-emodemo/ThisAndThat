      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Nightly watch for the change patterns that come before a
      *> redirected refund or statement - each step ordinary on its
      *> own in records-audit.txt, the sequence anything but.  Reads
      *> the field history (records-history.txt), the audit log for
      *> who changed what and when and for preference changes, and
      *> payment-history.txt, and looks for
      *>   ADDR+CONTACT  an address field (street, city, postal code)
      *>                 changed, then a contact point (phone, mobile,
      *>                 email) or the contact preferences within
      *>                 CHGPAT-WINDOW-DAYS days
      *>   MULTI-OPER    CHGPAT-OPERATORS or more different operators
      *>                 changing one record within the window
      *>   OUT-OF-HOURS  a change keyed before CHGPAT-HOUR-START or
      *>                 from CHGPAT-HOUR-END on (0 and 24 switch the
      *>                 check off)
      *>   DORMANT+PAY   a change on a record idle for
      *>                 CHGPAT-DORMANT-DAYS - no change and no
      *>                 payment - followed by payment activity on
      *>                 its invoices within the window
      *> The thresholds are system parameters.  Each hit raises a
      *> warning on alerts.txt for morningAlertReport, carrying a hit
      *> reference; the evidence rows behind it go to
      *> change-pattern-evidence.txt under the same reference and the
      *> morning report lists them beneath the alert.  A hit is only
      *> raised when its latest step is newer than the previous run,
      *> whose start is kept on change-pattern-mark.txt, so a pattern
      *> is reported once; with no mark the run looks back to the
      *> start of yesterday.
       program-id. changePatternMonitor as "changePatternMonitor".

       environment division.
       input-output section.
       file-control.
           select optional auditFile assign to ".\records-audit.txt"
           organization is line sequential
           file status is fs-audit.

           select optional historyFile
           assign to ".\records-history.txt"
           organization is line sequential
           file status is fs-history.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistory.

      *> the invoice's owner, for payment-history rows
           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

      *> the current preference row, quoted as evidence beside a
      *> preference change
           select optional preferenceFile
           assign to ".\records-preferences.txt"
           organization is indexed
           access is dynamic
           record key prefRecordId of preferenceRec
               with no duplicates
           file status is fs-preference.

           select optional markFile
           assign to ".\change-pattern-mark.txt"
           organization is line sequential
           file status is fs-mark.

           select optional evidenceFile
           assign to ".\change-pattern-evidence.txt"
           organization is line sequential
           file status is fs-evidence.

      *> the central alert file every batch job raises warnings on
           select optional alertFile assign to ".\alerts.txt"
           organization is line sequential.

       data division.
       file section.
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

       fd preferenceFile.
       01 preferenceRec.
       copy "preference.cpy".

       fd markFile.
       01 markLine.
           03 mk-timestamp pic x(14).

       fd evidenceFile.
       01 evidenceLine.
           03 ev-hitRef    pic x(16).
           03 filler       pic x(1) value space.
           03 ev-pattern   pic x(12).
           03 filler       pic x(1) value space.
      *> AUDIT, HISTORY or PAYMENT - the file the row came off
           03 ev-source    pic x(8).
           03 filler       pic x(1) value space.
           03 ev-timestamp pic x(14).
           03 filler       pic x(1) value space.
           03 ev-recordId  pic 9(9).
           03 filler       pic x(1) value space.
           03 ev-operator  pic x(8).
           03 filler       pic x(1) value space.
           03 ev-detail    pic x(60).

       fd alertFile.
       01 alertLine.
           03 al-date        pic 9(8).
           03 filler         pic x(1) value space.
           03 al-time        pic 9(6).
           03 filler         pic x(1) value space.
      *> C critical, W warning
           03 al-severity    pic x(1).
           03 filler         pic x(1) value space.
           03 al-sourceJob   pic x(16).
           03 filler         pic x(1) value space.
           03 al-text        pic x(60).
           03 filler         pic x(1) value space.
           03 al-ackFlag     pic x(1).
           03 filler         pic x(1) value space.
           03 al-ackOperator pic x(8).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-audit      pic x(2).
       01 fs-history    pic x(2).
       01 fs-payhistory pic x(2).
       01 fs-master     pic x(2).
       01 fs-preference pic x(2).
       01 fs-mark       pic x(2).
       01 fs-evidence   pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
       01 wsRunStamp pic x(14).
       01 wsRunDayNumber pic 9(9) comp-5.
      *> the start of the previous run - a hit is new when its last
      *> step is later than this
       01 wsMark pic x(14).
       01 wsMarkDate pic 9(8).
       01 wsMarkDayNumber pic 9(9) comp-5.
      *> rows older than this cannot complete a pattern tonight
       01 wsLookbackDay pic 9(9) comp-5.
       01 wsPayLookbackDay pic 9(9) comp-5.
       01 wsRowDate pic 9(8).
       01 wsRowDay pic 9(9) comp-5.
       01 wsRowHour pic 9(2).
      *> the thresholds, each defaulted here and overridden by the
      *> system parameter in force tonight
       78 defaultWindowDays  value 7.
       78 defaultOperators   value 3.
       78 defaultHourStart   value 7.
       78 defaultHourEnd     value 19.
       78 defaultDormantDays value 365.
       01 wsWindowDays  pic 9(9) value defaultWindowDays.
       01 wsOperators   pic 9(9) value defaultOperators.
       01 wsHourStart   pic 9(9) value defaultHourStart.
       01 wsHourEnd     pic 9(9) value defaultHourEnd.
       01 wsDormantDays pic 9(9) value defaultDormantDays.
       01 wsParamName  pic x(20).
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
      *> last audit activity per record, carried forward through the
      *> audit log in the order it was written
       01 lastSeenTable.
           03 lastSeenEntry occurs 5000 times.
               05 ls-recordId pic 9(9).
               05 ls-day      pic 9(9) comp-5.
       01 lastSeenCount pic 9(9) comp-5 value 0.
      *> the changes inside the lookback - REWRITE and PREFERENCE
      *> rows off the audit log
       01 eventTable.
           03 eventEntry occurs 5000 times.
               05 et-timestamp pic x(14).
               05 et-day       pic 9(9) comp-5.
               05 et-recordId  pic 9(9).
               05 et-operator  pic x(8).
               05 et-operation pic x(10).
      *> the record's previous audit activity, zero for none seen
               05 et-prevDay   pic 9(9) comp-5.
       01 eventCount pic 9(9) comp-5 value 0.
      *> address and contact-point changes off the field history
       01 historyTable.
           03 historyEntry occurs 5000 times.
               05 ht-timestamp pic x(14).
               05 ht-day       pic 9(9) comp-5.
               05 ht-recordId  pic 9(9).
               05 ht-operator  pic x(8).
      *> A address field, C contact point
               05 ht-kind      pic x(1).
               05 ht-detail    pic x(60).
       01 historyCount pic 9(9) comp-5 value 0.
      *> payment activity, by the record owning the invoice
       01 paymentTable.
           03 paymentEntry occurs 5000 times.
               05 pt-day       pic 9(9) comp-5.
               05 pt-date      pic 9(8).
               05 pt-runDate   pic 9(8).
               05 pt-recordId  pic 9(9).
               05 pt-type      pic x(1).
               05 pt-invoiceNo pic 9(9).
               05 pt-amount    pic 9(9).
       01 paymentCount pic 9(9) comp-5 value 0.
      *> one hit per record and pattern a night
       01 hitTable.
           03 hitEntry occurs 1000 times.
               05 hr-recordId pic 9(9).
               05 hr-pattern  pic x(12).
       01 hitCount pic 9(9) comp-5 value 0.
       01 wsHitSeq pic 9(4) value 0.
       01 wsHitRef pic x(16).
       01 wsPattern pic x(12).
       01 wsRecordId pic 9(9).
       01 wsAlreadyHit pic x(1).
       01 wsFound pic x(1).
      *> the operators met while counting MULTI-OPER
       01 operatorList.
           03 operatorSeen occurs 10 times pic x(8).
       01 operatorCount pic 9(2) comp-5 value 0.
       01 opSub pic 9(2) comp-5 value 0.
       01 wsPaidBetween pic x(1).
       01 wsIdleDays pic 9(9) comp-5.
       01 wsIdleText pic z(5)9.
       01 wsAmountEdit pic 9(9)v99 comp-3.
       01 wsAmountText pic z(7)9.99.
       01 wsAlertTime pic 9(8).
       01 wsAlertText pic x(60).
       01 patternCounts.
           03 addrContactCount pic 9(9) comp-5 value 0.
           03 multiOperCount   pic 9(9) comp-5 value 0.
           03 outOfHoursCount  pic 9(9) comp-5 value 0.
           03 dormantPayCount  pic 9(9) comp-5 value 0.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           move wsRunDate to wsRunStamp(1:8)
           move wsRunTime(1:6) to wsRunStamp(9:6)
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)

           perform 0100-read-thresholds
           perform 0200-read-mark

           perform 1000-load-audit
           perform 1100-load-history
           perform 1200-load-payments

           open extend evidenceFile
           open input preferenceFile
           perform 2000-find-address-then-contact
           perform 2100-find-many-operators
           perform 2200-find-out-of-hours
           perform 2300-find-dormant-then-paid
           close preferenceFile
           close evidenceFile

      *> the next run picks up from this run's start
           open output markFile
           move wsRunStamp to mk-timestamp
           write markLine
           close markFile

           display "changes scanned:        " eventCount
           display "field changes scanned:  " historyCount
           display "payments scanned:       " paymentCount
           display "address then contact:   " addrContactCount
           display "several operators:      " multiOperCount
           display "out of hours:           " outOfHoursCount
           display "dormant then paid:      " dormantPayCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0100-read-thresholds section.
           move "CHGPAT-WINDOW-DAYS" to wsParamName
           call "systemParameter" using wsParamName wsParamDate
                                        wsWindowDays wsParamFound
           move "CHGPAT-OPERATORS" to wsParamName
           call "systemParameter" using wsParamName wsParamDate
                                        wsOperators wsParamFound
           move "CHGPAT-HOUR-START" to wsParamName
           call "systemParameter" using wsParamName wsParamDate
                                        wsHourStart wsParamFound
           move "CHGPAT-HOUR-END" to wsParamName
           call "systemParameter" using wsParamName wsParamDate
                                        wsHourEnd wsParamFound
           move "CHGPAT-DORMANT-DAYS" to wsParamName
           call "systemParameter" using wsParamName wsParamDate
                                        wsDormantDays wsParamFound
           if wsOperators > 10
               move 10 to wsOperators
           end-if
           .

      *> the last run's start - none on file reads as the start of
      *> yesterday, so a first run does not raise the whole history
       0200-read-mark section.
           move spaces to wsMark
           open input markFile
           if fs-mark = "00"
               read markFile
                   at end
                       continue
                   not at end
                       move mk-timestamp to wsMark
               end-read
           end-if
           close markFile
           if wsMark = spaces or wsMark(1:8) is not numeric
               compute wsMarkDayNumber = wsRunDayNumber - 1
               compute wsMarkDate
                   = function date-of-integer(wsMarkDayNumber)
               move wsMarkDate to wsMark(1:8)
               move "000000" to wsMark(9:6)
           end-if
           move wsMark(1:8) to wsMarkDate
           compute wsMarkDayNumber
               = function integer-of-date(wsMarkDate)
           compute wsLookbackDay = wsMarkDayNumber - wsWindowDays
           compute wsPayLookbackDay
               = wsLookbackDay - wsDormantDays
           .

      *> the whole log is walked so each record's previous activity
      *> is known, but only changes inside the lookback are kept
       1000-load-audit section.
           move "N" to eof
           open input auditFile
           if fs-audit = "00"
               perform until eof = "Y"
                   read auditFile
                       at end
                           move "Y" to eof
                       not at end
                           if au-timestamp(1:8) is numeric
                               perform 1010-note-one-audit-row
                           end-if
                   end-read
               end-perform
           end-if
           close auditFile
           move "N" to eof
           .

       1010-note-one-audit-row section.
           move au-timestamp(1:8) to wsRowDate
           compute wsRowDay = function integer-of-date(wsRowDate)
           move recordId of au-after to wsRecordId
           if wsRecordId = 0
               move recordId of au-before to wsRecordId
           end-if
           move 0 to matchSub
           move 1 to sub
           perform until sub > lastSeenCount or matchSub > 0
               if ls-recordId(sub) = wsRecordId
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if (au-operation = "REWRITE"
               or au-operation = "PREFERENCE")
              and wsRowDay >= wsLookbackDay
              and eventCount < 5000
               add 1 to eventCount
               move au-timestamp to et-timestamp(eventCount)
               move wsRowDay to et-day(eventCount)
               move wsRecordId to et-recordId(eventCount)
               move au-operator to et-operator(eventCount)
               move au-operation to et-operation(eventCount)
               move 0 to et-prevDay(eventCount)
               if matchSub > 0
                   move ls-day(matchSub) to et-prevDay(eventCount)
               end-if
           end-if
           if matchSub = 0 and lastSeenCount < 5000
               add 1 to lastSeenCount
               move lastSeenCount to matchSub
               move wsRecordId to ls-recordId(matchSub)
           end-if
           if matchSub > 0
               move wsRowDay to ls-day(matchSub)
           end-if
           .

       1100-load-history section.
           move "N" to eof
           open input historyFile
           if fs-history = "00"
               perform until eof = "Y"
                   read historyFile
                       at end
                           move "Y" to eof
                       not at end
                           if hi-timestamp(1:8) is numeric
                               perform 1110-note-one-history-row
                           end-if
                   end-read
               end-perform
           end-if
           close historyFile
           move "N" to eof
           .

       1110-note-one-history-row section.
           move hi-timestamp(1:8) to wsRowDate
           compute wsRowDay = function integer-of-date(wsRowDate)
           move space to wsFound
           if wsRowDay >= wsLookbackDay and historyCount < 5000
               evaluate hi-fieldName
                   when "recordStreet"
                   when "recordCity"
                   when "recordCode"
                       move "A" to wsFound
                   when "recordPhone"
                   when "recordMobile"
                   when "recordEmail"
                       move "C" to wsFound
                   when other
                       continue
               end-evaluate
               if wsFound not = space
                   add 1 to historyCount
                   move wsFound to ht-kind(historyCount)
                   move hi-timestamp to ht-timestamp(historyCount)
                   move wsRowDay to ht-day(historyCount)
                   move hi-recordId to ht-recordId(historyCount)
                   move hi-operator to ht-operator(historyCount)
                   move spaces to ht-detail(historyCount)
                   string hi-fieldName delimited by " "
                          " " delimited by size
                          hi-oldValue delimited by "  "
                          " > " delimited by size
                          hi-newValue delimited by "  "
                       into ht-detail(historyCount)
                       on overflow continue
                   end-string
               end-if
           end-if
           .

      *> payments and reversals against each record's invoices,
      *> back far enough to judge dormancy at the start of the
      *> lookback
       1200-load-payments section.
           move "N" to eof
           open input receivablesFile
           open input payHistoryFile
           if fs-payhistory = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-date is numeric and ph-date > 0
                               perform 1210-note-one-payment
                           end-if
                   end-read
               end-perform
           end-if
           close payHistoryFile
           close receivablesFile
           move "N" to eof
           .

       1210-note-one-payment section.
           compute wsRowDay = function integer-of-date(ph-date)
           if wsRowDay >= wsPayLookbackDay and paymentCount < 5000
               move ph-invoiceNo to rmInvoiceNo of receivableRec
               read receivablesFile
                   key is rmInvoiceNo of receivableRec
                   invalid key
                       continue
                   not invalid key
                       add 1 to paymentCount
                       move wsRowDay to pt-day(paymentCount)
                       move ph-date to pt-date(paymentCount)
                       move ph-runDate to pt-runDate(paymentCount)
                       move rmRecordId of receivableRec
                           to pt-recordId(paymentCount)
                       move ph-type to pt-type(paymentCount)
                       move ph-invoiceNo to pt-invoiceNo(paymentCount)
                       move ph-amount to pt-amount(paymentCount)
               end-read
           end-if
           .

      *> the contact step - a contact-point field change, or a
      *> preference change - newer than the mark, with an address
      *> change on the same record at or before it inside the window
       2000-find-address-then-contact section.
           move "ADDR+CONTACT" to wsPattern
           move 1 to sub
           perform until sub > historyCount
               if ht-kind(sub) = "C"
                  and ht-timestamp(sub) > wsMark
                   move ht-recordId(sub) to wsRecordId
                   perform 2010-find-address-before-history
               end-if
               add 1 to sub
           end-perform
           move 1 to sub
           perform until sub > eventCount
               if et-operation(sub) = "PREFERENCE"
                  and et-timestamp(sub) > wsMark
                   move et-recordId(sub) to wsRecordId
                   perform 2020-find-address-before-event
               end-if
               add 1 to sub
           end-perform
           .

       2010-find-address-before-history section.
           perform 8050-check-already-hit
           if wsAlreadyHit = "N"
               move 0 to matchSub
               move 1 to sub2
               perform until sub2 > historyCount or matchSub > 0
                   if ht-kind(sub2) = "A"
                      and ht-recordId(sub2) = wsRecordId
                      and ht-timestamp(sub2) <= ht-timestamp(sub)
                      and ht-day(sub) - ht-day(sub2) <= wsWindowDays
                       move sub2 to matchSub
                   end-if
                   add 1 to sub2
               end-perform
               if matchSub > 0
                   perform 8000-raise-hit
                   perform 8200-write-history-evidence
                   move sub to matchSub
                   perform 8200-write-history-evidence
                   add 1 to addrContactCount
               end-if
           end-if
           .

       2020-find-address-before-event section.
           perform 8050-check-already-hit
           if wsAlreadyHit = "N"
               move 0 to matchSub
               move 1 to sub2
               perform until sub2 > historyCount or matchSub > 0
                   if ht-kind(sub2) = "A"
                      and ht-recordId(sub2) = wsRecordId
                      and ht-timestamp(sub2) <= et-timestamp(sub)
                      and et-day(sub) - ht-day(sub2) <= wsWindowDays
                       move sub2 to matchSub
                   end-if
                   add 1 to sub2
               end-perform
               if matchSub > 0
                   perform 8000-raise-hit
                   perform 8200-write-history-evidence
                   move sub to matchSub
                   perform 8100-write-event-evidence
                   add 1 to addrContactCount
               end-if
           end-if
           .

      *> a change newer than the mark, and the operators who changed
      *> the same record in the window up to it
       2100-find-many-operators section.
           move "MULTI-OPER" to wsPattern
           move 1 to sub
           perform until sub > eventCount
               if et-timestamp(sub) > wsMark
                   move et-recordId(sub) to wsRecordId
                   perform 8050-check-already-hit
                   if wsAlreadyHit = "N"
                       perform 2110-count-operators
                       if operatorCount >= wsOperators
                           perform 8000-raise-hit
                           perform 2120-list-operator-changes
                           add 1 to multiOperCount
                       end-if
                   end-if
               end-if
               add 1 to sub
           end-perform
           .

       2110-count-operators section.
           move 0 to operatorCount
           move 1 to sub2
           perform until sub2 > eventCount
               if et-recordId(sub2) = wsRecordId
                  and et-timestamp(sub2) <= et-timestamp(sub)
                  and et-day(sub) - et-day(sub2) <= wsWindowDays
                   move "N" to wsFound
                   move 1 to opSub
                   perform until opSub > operatorCount
                       if operatorSeen(opSub) = et-operator(sub2)
                           move "Y" to wsFound
                       end-if
                       add 1 to opSub
                   end-perform
                   if wsFound = "N" and operatorCount < 10
                       add 1 to operatorCount
                       move et-operator(sub2)
                           to operatorSeen(operatorCount)
                   end-if
               end-if
               add 1 to sub2
           end-perform
           .

       2120-list-operator-changes section.
           move 1 to sub2
           perform until sub2 > eventCount
               if et-recordId(sub2) = wsRecordId
                  and et-timestamp(sub2) <= et-timestamp(sub)
                  and et-day(sub) - et-day(sub2) <= wsWindowDays
                   move sub2 to matchSub
                   perform 8100-write-event-evidence
               end-if
               add 1 to sub2
           end-perform
           .

      *> every change newer than the mark keyed outside the working
      *> day, one hit per record listing all of them
       2200-find-out-of-hours section.
           move "OUT-OF-HOURS" to wsPattern
           move 1 to sub
           perform until sub > eventCount
               if et-timestamp(sub) > wsMark
                   perform 2210-judge-hour
                   if wsFound = "Y"
                       move et-recordId(sub) to wsRecordId
                       perform 8050-check-already-hit
                       if wsAlreadyHit = "N"
                           perform 8000-raise-hit
                           perform 2220-list-out-of-hours
                           add 1 to outOfHoursCount
                       end-if
                   end-if
               end-if
               add 1 to sub
           end-perform
           .

       2210-judge-hour section.
           move "N" to wsFound
           if et-timestamp(sub)(9:2) is numeric
               move et-timestamp(sub)(9:2) to wsRowHour
               if wsRowHour < wsHourStart or wsRowHour >= wsHourEnd
                   move "Y" to wsFound
               end-if
           end-if
           .

       2220-list-out-of-hours section.
           move sub to sub2
           perform until sub2 > eventCount
               if et-recordId(sub2) = wsRecordId
                  and et-timestamp(sub2) > wsMark
                   move sub to matchSub
                   move sub2 to sub
                   perform 2210-judge-hour
                   move matchSub to sub
                   if wsFound = "Y"
                       move sub2 to matchSub
                       perform 8100-write-event-evidence
                   end-if
               end-if
               add 1 to sub2
           end-perform
           .

      *> a change on a record whose previous change is at least the
      *> dormancy period behind it, with no payment in between,
      *> then payment activity on its invoices within the window -
      *> raised once the payment is newer than the mark
       2300-find-dormant-then-paid section.
           move "DORMANT+PAY" to wsPattern
           move 1 to sub
           perform until sub > eventCount
               if et-prevDay(sub) > 0
                  and et-day(sub) - et-prevDay(sub) >= wsDormantDays
                   move et-recordId(sub) to wsRecordId
                   perform 2310-check-paid-while-idle
                   if wsPaidBetween = "N"
                       perform 2320-find-payment-after
                   end-if
               end-if
               add 1 to sub
           end-perform
           .

       2310-check-paid-while-idle section.
           move "N" to wsPaidBetween
           move 1 to sub2
           perform until sub2 > paymentCount
               if pt-recordId(sub2) = wsRecordId
                  and pt-day(sub2) > et-prevDay(sub)
                  and pt-day(sub2) < et-day(sub)
                   move "Y" to wsPaidBetween
               end-if
               add 1 to sub2
           end-perform
           .

       2320-find-payment-after section.
           perform 8050-check-already-hit
           if wsAlreadyHit = "N"
               move 0 to matchSub
               move 1 to sub2
               perform until sub2 > paymentCount or matchSub > 0
                   if pt-recordId(sub2) = wsRecordId
                      and pt-day(sub2) >= et-day(sub)
                      and pt-day(sub2) - et-day(sub) <= wsWindowDays
                      and pt-runDate(sub2) >= wsMarkDate
                       move sub2 to matchSub
                   end-if
                   add 1 to sub2
               end-perform
               if matchSub > 0
                   move matchSub to sub2
                   perform 8000-raise-hit
                   compute wsIdleDays = et-day(sub) - et-prevDay(sub)
                   move sub to matchSub
                   perform 8100-write-event-evidence
                   move sub2 to matchSub
                   perform 8300-write-payment-evidence
                   add 1 to dormantPayCount
               end-if
           end-if
           .

      *> a new hit - its reference, its place in the night's hit
      *> table and its warning on the alert file
       8000-raise-hit section.
           add 1 to wsHitSeq
           move wsRunStamp(1:12) to wsHitRef(1:12)
           move wsHitSeq to wsHitRef(13:4)
           if hitCount < 1000
               add 1 to hitCount
               move wsRecordId to hr-recordId(hitCount)
               move wsPattern to hr-pattern(hitCount)
           end-if
           move spaces to wsAlertText
           string "PATTERN " delimited by size
                  wsHitRef delimited by size
                  " " delimited by size
                  wsPattern delimited by size
                  " REC " delimited by size
                  wsRecordId delimited by size
               into wsAlertText
               on overflow continue
           end-string
           open extend alertFile
           move spaces to alertLine
           move wsRunDate to al-date
           accept wsAlertTime from time
           move wsAlertTime(1:6) to al-time
           move "W" to al-severity
           move "changePatternMon" to al-sourceJob
           move wsAlertText to al-text
           move "N" to al-ackFlag
           write alertLine
           close alertFile
           .

       8050-check-already-hit section.
           move "N" to wsAlreadyHit
           move 1 to opSub
           perform until opSub > hitCount or wsAlreadyHit = "Y"
               if hr-recordId(opSub) = wsRecordId
                  and hr-pattern(opSub) = wsPattern
                   move "Y" to wsAlreadyHit
               end-if
               add 1 to opSub
           end-perform
           .

      *> eventEntry(matchSub) as an evidence row
       8100-write-event-evidence section.
           move spaces to evidenceLine
           move wsHitRef to ev-hitRef
           move wsPattern to ev-pattern
           move "AUDIT" to ev-source
           move et-timestamp(matchSub) to ev-timestamp
           move et-recordId(matchSub) to ev-recordId
           move et-operator(matchSub) to ev-operator
           evaluate true
               when wsPattern = "DORMANT+PAY"
                   move wsIdleDays to wsIdleText
                   string et-operation(matchSub) delimited by " "
                          " after " delimited by size
                          wsIdleText delimited by size
                          " days idle" delimited by size
                       into ev-detail
                       on overflow continue
                   end-string
               when et-operation(matchSub) = "PREFERENCE"
                   perform 8110-describe-preference
               when other
                   move et-operation(matchSub) to ev-detail
           end-evaluate
           write evidenceLine
           .

      *> the preference as it stands now beside the change
       8110-describe-preference section.
           move et-recordId(matchSub) to prefRecordId of preferenceRec
           read preferenceFile
               key is prefRecordId of preferenceRec
               invalid key
                   move "PREFERENCE (no preference row now)"
                       to ev-detail
               not invalid key
                   string "PREFERENCE now do-not-mail "
                              delimited by size
                          prefDoNotMail of preferenceRec
                              delimited by size
                          " do-not-phone " delimited by size
                          prefDoNotPhone of preferenceRec
                              delimited by size
                          " channel " delimited by size
                          prefChannel of preferenceRec
                              delimited by size
                       into ev-detail
                       on overflow continue
                   end-string
           end-read
           .

      *> historyEntry(matchSub) as an evidence row
       8200-write-history-evidence section.
           move spaces to evidenceLine
           move wsHitRef to ev-hitRef
           move wsPattern to ev-pattern
           move "HISTORY" to ev-source
           move ht-timestamp(matchSub) to ev-timestamp
           move ht-recordId(matchSub) to ev-recordId
           move ht-operator(matchSub) to ev-operator
           move ht-detail(matchSub) to ev-detail
           write evidenceLine
           .

      *> paymentEntry(matchSub) as an evidence row
       8300-write-payment-evidence section.
           move spaces to evidenceLine
           move wsHitRef to ev-hitRef
           move wsPattern to ev-pattern
           move "PAYMENT" to ev-source
           move pt-date(matchSub) to ev-timestamp(1:8)
           move pt-recordId(matchSub) to ev-recordId
           compute wsAmountEdit = pt-amount(matchSub) / 100
           move wsAmountEdit to wsAmountText
           string "type " delimited by size
                  pt-type(matchSub) delimited by size
                  " invoice " delimited by size
                  pt-invoiceNo(matchSub) delimited by size
                  " amount " delimited by size
                  wsAmountText delimited by size
               into ev-detail
               on overflow continue
           end-string
           write evidenceLine
           .

       end program changePatternMonitor.
