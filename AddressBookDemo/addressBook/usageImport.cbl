      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Takes in the month's meter readings for the services we
      *> charge by consumption, ahead of the pricing run.  Each row
      *> of metered-usage.txt is one contact's consumption of one
      *> service for one period (yyyymm), with the date the meter
      *> was read.  A row is checked against the contact master, the
      *> service's row in force on usage-rates.txt and the meter's
      *> previous reading on usage-readings.txt; a row that passes
      *> is added to usage-pending.txt, where billingExtract prices
      *> it on the contact's next billed run, and becomes the
      *> meter's latest reading.  A row that fails - unreadable or
      *> negative, a period or reading date not after the previous
      *> reading, outside the service's normal range or too far
      *> above the previous period's consumption - is listed on
      *> usage-exception-report.txt with its reason and never
      *> billed.  A meter read last period with no row for the
      *> latest period on the file is listed there as MISSING.  A
      *> row identical to the meter's latest reading was taken on
      *> an earlier run - the nightly chain may meet the same file
      *> again - and is counted, not reported.
      *> usage-rates.txt carries, per service and effective date -
      *>   "U <service> <from> <rate> <min> <max> <spike>"
      *> the price per unit in hundredths, the normal range of a
      *> period's consumption (a zero max is no ceiling of its own),
      *> and the spike limit as a percentage of the previous
      *> period's consumption (zero = not checked).  The row in
      *> force on the reading date applies.  A metered service is
      *> listed on service-catalogue.txt with price basis U, so the
      *> invoice prints its description.
       program-id. usageImport as "usageImport".

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
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select usageFile assign to ".\metered-usage.txt"
           organization is line sequential
           file status is fs-usage.

           select optional usageRateFile
           assign to ".\usage-rates.txt"
           organization is line sequential
           file status is fs-usagerate.

      *> every reading ever accepted - the meter's latest row is the
      *> previous reading the next one is checked against
           select optional readingFile
           assign to ".\usage-readings.txt"
           organization is line sequential
           file status is fs-reading.

      *> accepted readings waiting for the contact's next billed
      *> run - billingExtract prices them and removes them
           select optional pendingUsageFile
           assign to ".\usage-pending.txt"
           organization is line sequential
           file status is fs-pendingusage.

           select exceptionFile
           assign to ".\usage-exception-report.txt"
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

       fd usageFile.
       01 usageLine.
           03 mu-recordId    pic x(9).
           03 filler         pic x(1).
           03 mu-service     pic x(6).
           03 filler         pic x(1).
           03 mu-period      pic x(6).
           03 filler         pic x(1).
      *> whole units, sign in front - blank is a missed reading
           03 mu-quantityX   pic x(8).
           03 filler         pic x(1).
           03 mu-readingDate pic x(8).
       01 usageNumericView redefines usageLine.
           03 mu-recordIdN    pic 9(9).
           03 filler          pic x(8).
           03 mu-periodN      pic 9(6).
           03 mu-periodParts redefines mu-periodN.
               05 mu-periodYear  pic 9(4).
               05 mu-periodMonth pic 9(2).
           03 filler          pic x(1).
           03 mu-quantity     pic s9(7) sign leading separate.
           03 filler          pic x(1).
           03 mu-readingDateN pic 9(8).

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

       fd readingFile.
       01 readingLine.
           03 rd-recordId    pic 9(9).
           03 filler         pic x(1) value space.
           03 rd-service     pic x(6).
           03 filler         pic x(1) value space.
           03 rd-period      pic 9(6).
           03 filler         pic x(1) value space.
           03 rd-quantity    pic 9(7).
           03 filler         pic x(1) value space.
           03 rd-readingDate pic 9(8).
           03 filler         pic x(1) value space.
           03 rd-importDate  pic 9(8).

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

       fd exceptionFile.
       01 exceptionLine pic x(100).

       working-storage section.
       copy "returncode.cpy".
       01 eof pic x(1) value "N".
       01 fs-connectionfile pic x(2).
       01 fs-datafile       pic x(2).
       01 fs-usage          pic x(2).
       01 fs-usagerate      pic x(2).
       01 fs-reading        pic x(2).
       01 fs-pendingusage   pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 wsDatafilePath pic x(255).
       01 wsRunDate pic 9(8).
       01 readCount     pic 9(9) comp-5 value 0.
       01 acceptedCount pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.
       01 missingCount  pic 9(9) comp-5 value 0.
       01 alreadyCount  pic 9(9) comp-5 value 0.
       01 wsAlreadyTaken pic x(1) value "N".
       01 wsReason pic x(30).
      *> the latest period on the import - a meter read in the
      *> period before it and absent from the file missed a reading
       01 wsLatestPeriod pic 9(6) value 0.
       01 wsPriorPeriod  pic 9(6) value 0.
       01 wsPriorParts redefines wsPriorPeriod.
           03 wp-year  pic 9(4).
           03 wp-month pic 9(2).

      *> the usage rate rows - the pick for a reading is the row for
      *> its service with the latest effective date on or before
      *> the reading date
       01 usageRateTable.
           03 usageRateEntry occurs 200 times.
               05 ut-service       pic x(6).
               05 ut-effectiveFrom pic 9(8).
               05 ut-minimum       pic 9(7) comp-5.
               05 ut-maximum       pic 9(7) comp-5.
               05 ut-spike         pic 9(3) comp-5.
       01 usageRateCount pic 9(9) comp-5 value 0.
       01 rateSub pic 9(9) comp-5 value 1.
       01 rateMatchSub pic 9(9) comp-5 value 0.
       01 wsRateBestDate pic 9(8) value 0.
      *> the extract's quantity column is five digits wide - a
      *> reading above it can never be a normal period's usage
       01 wsQuantityCeiling pic 9(7) comp-5 value 99999.

      *> every meter's latest accepted reading
       01 meterTable.
           03 meterEntry occurs 5000 times.
               05 mt-recordId    pic 9(9) comp-5.
               05 mt-service     pic x(6).
               05 mt-period      pic 9(6).
               05 mt-quantity    pic 9(7) comp-5.
               05 mt-readingDate pic 9(8).
               05 mt-onFile      pic x(1).
       01 meterCount pic 9(9) comp-5 value 0.
       01 meterSub pic 9(9) comp-5 value 1.
       01 meterMatchSub pic 9(9) comp-5 value 0.
       01 wsMeterRecordId pic 9(9) comp-5 value 0.
       01 wsMeterService  pic x(6).

       01 exceptionHeading.
           03 filler pic x(10) value "RECORD ID ".
           03 filler pic x(7)  value "SERVICE".
           03 filler pic x(7)  value " PERIOD".
           03 filler pic x(9)  value " QUANTITY".
           03 filler pic x(9)  value " READ ON ".
           03 filler pic x(6)  value "REASON".
       01 exceptionDetail.
           03 ed-recordId    pic x(9).
           03 filler         pic x(1) value space.
           03 ed-service     pic x(6).
           03 filler         pic x(1) value space.
           03 ed-period      pic x(6).
           03 filler         pic x(1) value space.
           03 ed-quantity    pic x(8).
           03 filler         pic x(1) value space.
           03 ed-readingDate pic x(8).
           03 filler         pic x(1) value space.
           03 ed-reason      pic x(30).
       01 exceptionTotal.
           03 et-label pic x(30).
           03 et-count pic z(8)9.

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

           open input usageFile
           if fs-usage not = "00"
               display "metered usage file not found, file status "
                   fs-usage ", nothing imported"
               goback
           end-if

           perform 1000-load-usage-rates
           perform 1100-load-meters
           open input datafile
           open extend readingFile
           open extend pendingUsageFile
           open output exceptionFile
           write exceptionLine from exceptionHeading

           perform until eof = "Y"
               read usageFile
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to readCount
                       perform 2000-check-one-reading
               end-read
           end-perform
           move "N" to eof
           close usageFile
           close datafile

           perform 3000-list-missing-readings

           move spaces to exceptionLine
           write exceptionLine
           move "readings on file" to et-label
           move readCount to et-count
           write exceptionLine from exceptionTotal
           move "readings accepted" to et-label
           move acceptedCount to et-count
           write exceptionLine from exceptionTotal
           move "readings rejected" to et-label
           move rejectedCount to et-count
           write exceptionLine from exceptionTotal
           move "readings already taken" to et-label
           move alreadyCount to et-count
           write exceptionLine from exceptionTotal
           move "meters missing a reading" to et-label
           move missingCount to et-count
           write exceptionLine from exceptionTotal
           close exceptionFile
           close pendingUsageFile
           close readingFile

           display "readings on file:  " readCount
           display "readings accepted: " acceptedCount
           display "readings rejected: " rejectedCount
           display "already taken:     " alreadyCount
           display "meters missing:    " missingCount
           move err-success to return-code
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> the same quiesce check the exclusive utilities make before
      *> they start - a "Q" row means one of them holds the system
      *> for maintenance
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

       1000-load-usage-rates section.
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
                               move ur-minimum
                                   to ut-minimum(usageRateCount)
                               move ur-maximum
                                   to ut-maximum(usageRateCount)
                               move ur-spike
                                   to ut-spike(usageRateCount)
                           end-if
                   end-read
               end-perform
           end-if
           close usageRateFile
           move "N" to eof
           .

      *> the reading history is in the order readings were taken,
      *> so each meter's last row read is its latest
       1100-load-meters section.
           move "N" to eof
           open input readingFile
           if fs-reading = "00"
               perform until eof = "Y"
                   read readingFile
                       at end
                           move "Y" to eof
                       not at end
                           move rd-recordId to wsMeterRecordId
                           move rd-service to wsMeterService
                           perform 1900-find-meter
                           if meterMatchSub = 0
                              and meterCount < 5000
                               add 1 to meterCount
                               move meterCount to meterMatchSub
                               move rd-recordId
                                   to mt-recordId(meterMatchSub)
                               move rd-service
                                   to mt-service(meterMatchSub)
                               move "N" to mt-onFile(meterMatchSub)
                           end-if
                           if meterMatchSub > 0
                               move rd-period
                                   to mt-period(meterMatchSub)
                               move rd-quantity
                                   to mt-quantity(meterMatchSub)
                               move rd-readingDate
                                   to mt-readingDate(meterMatchSub)
                           end-if
                   end-read
               end-perform
           end-if
           close readingFile
           move "N" to eof
           .

       1900-find-meter section.
           move 0 to meterMatchSub
           move 1 to meterSub
           perform until meterSub > meterCount
                      or meterMatchSub > 0
               if mt-recordId(meterSub) = wsMeterRecordId
                  and mt-service(meterSub) = wsMeterService
                   move meterSub to meterMatchSub
               end-if
               add 1 to meterSub
           end-perform
           .

      *> the rate row in force on the reading date for the service
       1950-find-usage-rate section.
           move 0 to rateMatchSub
           move 0 to wsRateBestDate
           move 1 to rateSub
           perform until rateSub > usageRateCount
               if ut-service(rateSub) = mu-service
                  and ut-effectiveFrom(rateSub) <= mu-readingDateN
                  and ut-effectiveFrom(rateSub) >= wsRateBestDate
                   move ut-effectiveFrom(rateSub) to wsRateBestDate
                   move rateSub to rateMatchSub
               end-if
               add 1 to rateSub
           end-perform
           .

      *> the checks run in order and the first failure is the
      *> reason listed - the row's own fields, then the contact and
      *> service, then the meter's previous reading, then the range
       2000-check-one-reading section.
           move spaces to wsReason
           move "N" to wsAlreadyTaken
           evaluate true
               when mu-recordId is not numeric
                   move "RECORD ID NOT NUMERIC" to wsReason
               when mu-period is not numeric
                   move "PERIOD NOT YYYYMM" to wsReason
               when mu-periodMonth < 1 or mu-periodMonth > 12
                   move "PERIOD NOT YYYYMM" to wsReason
               when mu-quantityX = spaces
                   move "MISSING READING" to wsReason
               when mu-quantity is not numeric
                   move "READING NOT NUMERIC" to wsReason
               when mu-quantity < 0
                   move "NEGATIVE READING" to wsReason
               when mu-readingDate is not numeric
                   move "READING DATE NOT NUMERIC" to wsReason
               when mu-readingDateN > wsRunDate
                   move "READING DATE IN FUTURE" to wsReason
           end-evaluate
           if wsReason = spaces
               move mu-recordIdN to recordId of rec
               read datafile
                   invalid key
                       move "NO SUCH CONTACT" to wsReason
               end-read
           end-if
           if wsReason = spaces
               perform 1950-find-usage-rate
               if rateMatchSub = 0
                   move "NO USAGE RATE FOR SERVICE" to wsReason
               end-if
           end-if
           if wsReason = spaces
               move mu-recordIdN to wsMeterRecordId
               move mu-service to wsMeterService
               perform 1900-find-meter
               if meterMatchSub > 0
                   perform 2100-check-against-previous
               end-if
           end-if
           if wsReason = spaces
               perform 2200-check-range
           end-if

           evaluate true
               when wsAlreadyTaken = "Y"
                   add 1 to alreadyCount
                   move "Y" to mt-onFile(meterMatchSub)
               when wsReason = spaces
                   perform 2300-accept-reading
               when other
                   add 1 to rejectedCount
                   move spaces to exceptionDetail
                   move mu-recordId to ed-recordId
                   move mu-service to ed-service
                   move mu-period to ed-period
                   move mu-quantityX to ed-quantity
                   move mu-readingDate to ed-readingDate
                   move wsReason to ed-reason
                   write exceptionLine from exceptionDetail
           end-evaluate
           if mu-period is numeric
              and mu-periodN > wsLatestPeriod
               move mu-periodN to wsLatestPeriod
           end-if
           .

      *> a reading must move the meter on - a later period, read on
      *> a later date - and a period's consumption far above the
      *> last one is held back for a look rather than billed
       2100-check-against-previous section.
           evaluate true
               when mu-periodN = mt-period(meterMatchSub)
                and mu-readingDateN = mt-readingDate(meterMatchSub)
                and mu-quantity = mt-quantity(meterMatchSub)
                   move "Y" to wsAlreadyTaken
                   move "ALREADY TAKEN" to wsReason
               when mu-periodN <= mt-period(meterMatchSub)
                   move "PERIOD ALREADY READ" to wsReason
               when mu-readingDateN <= mt-readingDate(meterMatchSub)
                   move "READ ON OR BEFORE LAST READING" to wsReason
               when ut-spike(rateMatchSub) > 0
                and mt-quantity(meterMatchSub) > 0
                and mu-quantity * 100 >
                    mt-quantity(meterMatchSub) * ut-spike(rateMatchSub)
                   move "ABOVE PREVIOUS PERIOD RANGE" to wsReason
               when other
                   continue
           end-evaluate
           .

       2200-check-range section.
           evaluate true
               when mu-quantity < ut-minimum(rateMatchSub)
                   move "BELOW NORMAL RANGE" to wsReason
               when ut-maximum(rateMatchSub) > 0
                and mu-quantity > ut-maximum(rateMatchSub)
                   move "ABOVE NORMAL RANGE" to wsReason
               when mu-quantity > wsQuantityCeiling
                   move "ABOVE NORMAL RANGE" to wsReason
               when other
                   continue
           end-evaluate
           .

       2300-accept-reading section.
           add 1 to acceptedCount
           move spaces to readingLine
           move mu-recordIdN to rd-recordId
           move mu-service to rd-service
           move mu-periodN to rd-period
           move mu-quantity to rd-quantity
           move mu-readingDateN to rd-readingDate
           move wsRunDate to rd-importDate
           write readingLine

           move spaces to pendingUsageLine
           move mu-recordIdN to pu-recordId
           move mu-service to pu-service
           move mu-periodN to pu-period
           move mu-quantity to pu-quantity
           move mu-readingDateN to pu-readingDate
           write pendingUsageLine

           if meterMatchSub = 0
              and meterCount < 5000
               add 1 to meterCount
               move meterCount to meterMatchSub
               move mu-recordIdN to mt-recordId(meterMatchSub)
               move mu-service to mt-service(meterMatchSub)
           end-if
           if meterMatchSub > 0
               move mu-periodN to mt-period(meterMatchSub)
               move mu-quantity to mt-quantity(meterMatchSub)
               move mu-readingDateN to mt-readingDate(meterMatchSub)
               move "Y" to mt-onFile(meterMatchSub)
           end-if
           .

      *> a meter whose latest reading is the period before the
      *> file's latest and that took no reading tonight has gone
      *> unread for the period - a meter read longer ago has been
      *> reported missing before, or was taken out
       3000-list-missing-readings section.
           if wsLatestPeriod > 0
               move wsLatestPeriod to wsPriorPeriod
               if wp-month = 1
                   subtract 1 from wp-year
                   move 12 to wp-month
               else
                   subtract 1 from wp-month
               end-if
               move 1 to meterSub
               perform until meterSub > meterCount
                   if mt-period(meterSub) = wsPriorPeriod
                      and mt-onFile(meterSub) not = "Y"
                       add 1 to missingCount
                       move spaces to exceptionDetail
                       move mt-recordId(meterSub) to ed-recordId
                       move mt-service(meterSub) to ed-service
                       move wsLatestPeriod to ed-period
                       move "MISSING - NO READING ON FILE"
                           to ed-reason
                       write exceptionLine from exceptionDetail
                   end-if
                   add 1 to meterSub
               end-perform
           end-if
           .

       end program usageImport.
