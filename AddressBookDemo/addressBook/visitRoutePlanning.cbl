      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Plans a field rep's visit days, so a rep stops crossing the
      *> city back and forth working the callback worklist by hand.
      *> The stops are every open follow-up on
      *> records-interactions.txt due on or before the visit date -
      *> callbackWorklist's rule - for the contacts the rep manages
      *> on contact-territories.txt (with no territory file, every
      *> open follow-up), plus each recordId asked for on
      *> visit-requests.txt for this rep.  A contact is visited once
      *> however many promises are open on it; the oldest one's note
      *> goes on the sheet.  The stops pass through the sort in the
      *> postal walk order presortMailing bundles the mailing in -
      *> recordCode, then recordStreet - and print on
      *> route-sheets.txt one sheet per visit day, up to the rep's
      *> capacity a day.  The excess spills to the next working day
      *> on processing-calendar.txt: no Saturday, Sunday or "H"
      *> holiday.  Street and phone go through confidentialMask as
      *> the rep's view.  What happened at each stop is keyed back
      *> on visit-outcomes.txt for visitOutcomeCapture.
       program-id. visitRoutePlanning as "visitRoutePlanning".

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

           select interactionFile
           assign to ".\records-interactions.txt"
           organization is indexed
           access is dynamic
           record key interactionKey of interactionRec
               with no duplicates
           file status is fs-interaction.

           select optional assignmentFile
           assign to ".\contact-territories.txt"
           organization is indexed
           access is dynamic
           record key taRecordId of assignmentRec with no duplicates
           file status is fs-assignment.

           select optional requestFile assign to ".\visit-requests.txt"
           organization is line sequential
           file status is fs-request.

           select optional calendarFile
           assign to ".\processing-calendar.txt"
           organization is line sequential
           file status is fs-cal.

           select sortWork assign to "visit-routes.srt".

           select routeFile assign to ".\route-sheets.txt"
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

       fd interactionFile.
       01 interactionRec.
       copy "interaction.cpy".

       fd assignmentFile.
       01 assignmentRec.
       copy "territory.cpy".

      *> one contact a rep has been asked to call on, whether or not
      *> a follow-up is open on it
       fd requestFile.
       01 requestLine.
           03 vr-rep      pic x(8).
           03 filler      pic x(1).
           03 vr-recordId pic 9(9).

       fd calendarFile.
       01 calendarLine.
           03 ca-rowType pic x(1).
           03 filler     pic x(1).
           03 ca-rest    pic x(21).
       01 holidayView redefines calendarLine.
           03 filler     pic x(2).
           03 ca-date    pic 9(8).
           03 filler     pic x(13).

       sd sortWork.
       01 sortRec.
           03 sr-code     pic 9(5).
           03 sr-street   pic x(30).
           03 sr-recordId pic 9(9).
           03 sr-name     pic x(30).
           03 sr-family   pic x(30).
           03 sr-city     pic x(20).
           03 sr-phone    pic x(20).
           03 sr-source   pic x(1).
           03 sr-followUp pic 9(8).
           03 sr-note     pic x(60).

       fd routeFile.
       01 routeLine pic x(132).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 fs-datafile    pic x(2).
       01 fs-interaction pic x(2).
       01 fs-assignment  pic x(2).
       01 fs-request     pic x(2).
       01 fs-cal         pic x(2).
       01 wsRunDate pic 9(8).
      *> no territory file - the branch runs a single rep, who takes
      *> every open follow-up
       01 wsTerritories pic x(1) value "N".
       01 wsRepOwns pic x(1) value "N".
      *> rep's stops a day when the caller passes none
       78 defaultCapacity value 12.
       01 wsCapacity pic 9(3) comp-5 value 0.
       01 wsVisitDate pic 9(8).
       01 wsDayNumber pic 9(9) comp-5.
       01 wsDayOfWeek pic 9(1).
       01 wsWorkingDay pic x(1) value "N".
       01 holidayTable.
           03 holidayDate pic 9(8) occurs 400 times.
       01 holidayCount pic 9(9) comp-5 value 0.
       01 stopTable.
           03 stopEntry occurs 1000 times.
               05 st-recordId pic 9(9) comp-5.
               05 st-source   pic x(1).
               05 st-followUp pic 9(8).
               05 st-note     pic x(60).
       01 stopCount pic 9(9) comp-5 value 0.
       01 stopMatchSub pic 9(9) comp-5 value 0.
      *> F = open follow-up, R = requested on visit-requests.txt
       01 wsStopSource pic x(1).
       01 wsStopId pic 9(9) comp-5.
       01 wsStopFollowUp pic 9(8).
       01 wsStopNote pic x(60).
       01 wsMaskResult pic x(1).
       01 wsMaskSource pic x(24) value "visitRoutePlanning".
       01 sheetCount pic 9(9) comp-5 value 0.
       01 dayStops   pic 9(9) comp-5 value 0.
       01 plannedCount pic 9(9) comp-5 value 0.
       01 spilledCount pic 9(9) comp-5 value 0.
       01 missingCount pic 9(9) comp-5 value 0.
       01 droppedCount pic 9(9) comp-5 value 0.
       01 sheetHeading.
           03 filler     pic x(16) value "ROUTE SHEET  REP".
           03 filler     pic x(1) value space.
           03 sh-rep     pic x(8).
           03 filler     pic x(14) value "  VISIT DATE  ".
           03 sh-date    pic 9(8).
           03 filler     pic x(9) value "  SHEET  ".
           03 sh-sheet   pic zz9.
       01 columnHeading.
           03 filler pic x(5)  value "STOP".
           03 filler pic x(10) value "RECORD".
           03 filler pic x(31) value "NAME".
           03 filler pic x(31) value "STREET".
           03 filler pic x(6)  value "CODE".
           03 filler pic x(21) value "CITY".
           03 filler pic x(20) value "PHONE".
       01 detailLine.
           03 dl-stop     pic zz9.
           03 filler      pic x(2) value spaces.
           03 dl-recordId pic 9(9).
           03 filler      pic x(1) value space.
           03 dl-name     pic x(30).
           03 filler      pic x(1) value space.
           03 dl-street   pic x(30).
           03 filler      pic x(1) value space.
           03 dl-code     pic 9(5).
           03 filler      pic x(1) value space.
           03 dl-city     pic x(20).
           03 filler      pic x(1) value space.
           03 dl-phone    pic x(20).
       01 reasonLine.
           03 filler      pic x(15) value "     REASON:   ".
           03 rl-due      pic x(14).
           03 rl-note     pic x(60).
       01 outcomeLine.
           03 filler pic x(15) value "     OUTCOME:  ".
           03 filler pic x(40)
              value "V / N / R / M   ________________________".
           03 filler pic x(24) value "  CLOSE FOLLOW-UP Y/N: _".
       01 sheetFooter.
           03 filler pic x(21) value "STOPS ON THIS SHEET: ".
           03 sf-stops pic zz9.

       linkage section.
       01 repParm pic x(8).
      *> first visit day - zero plans from today
       01 dateParm pic 9(8).
      *> stops the rep can make in a day - zero takes the default
       01 capacityParm pic 9(3).

       procedure division using repParm dateParm capacityParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           if dateParm = 0
               move wsRunDate to wsVisitDate
           else
               move dateParm to wsVisitDate
           end-if
           move capacityParm to wsCapacity
           if wsCapacity = 0
               move defaultCapacity to wsCapacity
           end-if

           perform 0400-load-holidays
           perform 0600-check-working-day
           perform until wsWorkingDay = "Y"
               perform 0610-next-day
               perform 0600-check-working-day
           end-perform

           perform 1000-collect-follow-ups
           perform 1500-collect-requests

           open input datafile
           if fs-datafile not = "00"
               display "datafile not readable, file status "
                   fs-datafile ", no route planned"
               goback
           end-if
           open output routeFile

      *> the walk order the mailing presort bundles in, refined by
      *> street so a rep works one street before the next
           sort sortWork
               on ascending key sr-code sr-street sr-recordId
               input procedure is 2000-release-stops
               output procedure is 3000-print-sheets

           close routeFile
           close datafile

           display "rep:                " repParm
           display "stops planned:      " plannedCount
           display "visit days:         " sheetCount
           display "stops spilled:      " spilledCount
           display "records not found:  " missingCount
           display "stops over table:   " droppedCount
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

      *> the "H" rows of the processing calendar nightlyBatchRun
      *> stands its steps down on - a rep does not visit on them
      *> either.  Missing calendar = weekends only.
       0400-load-holidays section.
           move "N" to eof
           open input calendarFile
           if fs-cal = "00"
               perform until eof = "Y"
                   read calendarFile
                       at end
                           move "Y" to eof
                       not at end
                           if ca-rowType = "H"
                              and ca-date is numeric
                              and holidayCount < 400
                               add 1 to holidayCount
                               move ca-date
                                   to holidayDate(holidayCount)
                           end-if
                   end-read
               end-perform
           end-if
           close calendarFile
           move "N" to eof
           .

      *> day 1 of the integer calendar is a Monday, so the
      *> remainder 6 is a Saturday and 0 a Sunday
       0600-check-working-day section.
           move "Y" to wsWorkingDay
           compute wsDayNumber = function integer-of-date(wsVisitDate)
           compute wsDayOfWeek = function rem(wsDayNumber, 7)
           if wsDayOfWeek = 6 or wsDayOfWeek = 0
               move "N" to wsWorkingDay
           end-if
           move 1 to sub
           perform until sub > holidayCount
               if holidayDate(sub) = wsVisitDate
                   move "N" to wsWorkingDay
               end-if
               add 1 to sub
           end-perform
           .

       0610-next-day section.
           compute wsDayNumber = function integer-of-date(wsVisitDate)
           add 1 to wsDayNumber
           compute wsVisitDate = function date-of-integer(wsDayNumber)
           .

      *> every open promise due by the first visit day - a later
      *> visit day does not pull in promises not yet due when the
      *> plan is made
       1000-collect-follow-ups section.
           open input interactionFile
           if fs-interaction = "00" or fs-interaction = "05"
               open input assignmentFile
               if fs-assignment = "00"
                   move "Y" to wsTerritories
               end-if
               perform 1050-scan-interactions
               close assignmentFile
           else
               display "interaction file not readable, file status "
                   fs-interaction ", requested visits only"
           end-if
           close interactionFile
           .

       1050-scan-interactions section.
           move "N" to eof
           move zeros to interactionRecordId of interactionRec
           move low-values
               to interactionTimestamp of interactionRec
           start interactionFile
               key is >= interactionKey of interactionRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read interactionFile next record
                   at end
                       move "Y" to eof
                   not at end
                       if interactionFollowUp of interactionRec > 0
                          and interactionFollowDone
                           of interactionRec not = "Y"
                          and interactionFollowUp
                           of interactionRec <= wsVisitDate
                           perform 1100-check-rep-owns
                           if wsRepOwns = "Y"
                               move "F" to wsStopSource
                               move interactionRecordId
                                   of interactionRec to wsStopId
                               move interactionFollowUp
                                   of interactionRec to wsStopFollowUp
                               move interactionNote
                                   of interactionRec to wsStopNote
                               perform 1300-add-stop
                           end-if
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

       1100-check-rep-owns section.
           move "Y" to wsRepOwns
           if wsTerritories = "Y"
               move "N" to wsRepOwns
               move interactionRecordId of interactionRec
                   to taRecordId of assignmentRec
               read assignmentFile
                   key is taRecordId of assignmentRec
                   invalid key
                       continue
                   not invalid key
                       if taManager of assignmentRec = repParm
                           move "Y" to wsRepOwns
                       end-if
               end-read
           end-if
           .

      *> one stop per contact - the earliest promise on it is the
      *> one the sheet quotes, and a request for a contact already
      *> on the list adds nothing
       1300-add-stop section.
           move 0 to stopMatchSub
           move 1 to sub
           perform until sub > stopCount
               if st-recordId(sub) = wsStopId
                   move sub to stopMatchSub
               end-if
               add 1 to sub
           end-perform
           evaluate true
               when stopMatchSub > 0
                   if wsStopSource = "F"
                      and (st-source(stopMatchSub) = "R"
                       or wsStopFollowUp < st-followUp(stopMatchSub))
                       move "F" to st-source(stopMatchSub)
                       move wsStopFollowUp
                           to st-followUp(stopMatchSub)
                       move wsStopNote to st-note(stopMatchSub)
                   end-if
               when stopCount < 1000
                   add 1 to stopCount
                   move wsStopId to st-recordId(stopCount)
                   move wsStopSource to st-source(stopCount)
                   move wsStopFollowUp to st-followUp(stopCount)
                   move wsStopNote to st-note(stopCount)
               when other
                   add 1 to droppedCount
           end-evaluate
           .

       1500-collect-requests section.
           move "N" to eof
           open input requestFile
           if fs-request = "00"
               perform until eof = "Y"
                   read requestFile
                       at end
                           move "Y" to eof
                       not at end
                           if vr-rep = repParm
                              and vr-recordId is numeric
                              and vr-recordId > 0
                               move "R" to wsStopSource
                               move vr-recordId to wsStopId
                               move 0 to wsStopFollowUp
                               move "requested visit" to wsStopNote
                               perform 1300-add-stop
                           end-if
                   end-read
               end-perform
           end-if
           close requestFile
           move "N" to eof
           .

       2000-release-stops section.
           move 1 to sub
           perform until sub > stopCount
               move st-recordId(sub) to recordId of rec
               read datafile
                   key is recordId of rec
                   invalid key
                       add 1 to missingCount
                   not invalid key
                       perform 2100-release-one-stop
               end-read
               add 1 to sub
           end-perform
           .

       2100-release-one-stop section.
           call "confidentialMask" using repParm wsMaskSource rec
                                         wsMaskResult
           move recordCode of rec   to sr-code
           move recordStreet of rec to sr-street
           move recordId of rec     to sr-recordId
           move recordName of rec   to sr-name
           move recordFamily of rec to sr-family
           move recordCity of rec   to sr-city
           move recordPhone of rec  to sr-phone
           move st-source(sub)   to sr-source
           move st-followUp(sub) to sr-followUp
           move st-note(sub)     to sr-note
           release sortRec
           .

      *> a full day closes its sheet, and the next stop opens the
      *> next working day's - that carry is the spill
       3000-print-sheets section.
           move "N" to eof
           perform until eof = "Y"
               return sortWork
                   at end
                       move "Y" to eof
                   not at end
                       if dayStops >= wsCapacity
                           perform 3200-close-sheet
                           perform 0610-next-day
                           perform 0600-check-working-day
                           perform until wsWorkingDay = "Y"
                               perform 0610-next-day
                               perform 0600-check-working-day
                           end-perform
                       end-if
                       if dayStops = 0
                           perform 3100-open-sheet
                       end-if
                       perform 3300-print-one-stop
               end-return
           end-perform
           if dayStops > 0
               perform 3200-close-sheet
           end-if
           move "N" to eof
           .

       3100-open-sheet section.
           add 1 to sheetCount
           if sheetCount > 1
               move spaces to routeLine
               write routeLine
           end-if
           move repParm to sh-rep
           move wsVisitDate to sh-date
           move sheetCount to sh-sheet
           write routeLine from sheetHeading
           write routeLine from columnHeading
           .

       3200-close-sheet section.
           move dayStops to sf-stops
           write routeLine from sheetFooter
           move 0 to dayStops
           .

       3300-print-one-stop section.
           add 1 to dayStops
           add 1 to plannedCount
           if sheetCount > 1
               add 1 to spilledCount
           end-if
           move spaces to detailLine
           move dayStops to dl-stop
           move sr-recordId to dl-recordId
           move spaces to dl-name
           string sr-name delimited by "  "
                  " " delimited by size
                  sr-family delimited by "  "
               into dl-name
               on overflow continue
           end-string
           move sr-street to dl-street
           move sr-code   to dl-code
           move sr-city   to dl-city
           move sr-phone  to dl-phone
           write routeLine from detailLine
           move spaces to rl-due
           if sr-source = "F"
               string "due " delimited by size
                      sr-followUp delimited by size
                   into rl-due
           end-if
           move sr-note to rl-note
           write routeLine from reasonLine
           write routeLine from outcomeLine
           .

       end program visitRoutePlanning.
