      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Booking screen for the branch desk's appointment diary, in
      *> the maintenanceScreen style - the diary the maintenance desk
      *> can see, instead of a paper book by the phone.  The desk
      *> picks a branch and a date and gets the day's slots from the
      *> branch template through appointmentSlots (none on a
      *> processing-calendar holiday), each shown free or with the
      *> contact booked into it.  B books a free slot for a recordId
      *> and purpose - a taken slot is refused, never doubled - C
      *> cancels a booking, M moves one to another free slot, and A
      *> or N mark the contact seen or a no-show.  A no-show adds to
      *> the contact's count on appointment-noshows.txt; once it
      *> reaches the deposit threshold the desk is asked to take a
      *> deposit before the contact is booked again.  Every booking,
      *> cancellation, move and mark is logged with the operator on
      *> appointment-log.txt.
       program-id. appointmentScreen as "appointmentScreen".

       environment division.
       input-output section.
       file-control.
           select optional appointmentFile
           assign to ".\branch-appointments.txt"
           organization is indexed
           access is dynamic
           record key appointmentKey of appointmentRec
               with no duplicates
           alternate record key apptRecordId of appointmentRec
               with duplicates
           file status is fs-appointment.

           select optional noShowFile
           assign to ".\appointment-noshows.txt"
           organization is indexed
           access is dynamic
           record key nsRecordId of noShowRec with no duplicates
           file status is fs-noshow.

      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram - the
      *> screen only reads it, to name the contact being booked
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select optional logFile
           assign to ".\appointment-log.txt"
           organization is line sequential.

       data division.
       file section.
       fd appointmentFile.
       01 appointmentRec.
       copy "appointment.cpy".

       fd noShowFile.
       01 noShowRec.
       copy "noshow.cpy".

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd logFile.
       01 logLine.
           03 lg-timestamp pic x(14).
           03 filler       pic x(1) value space.
      *> BOOKED, CANCELLED, MOVED, ATTENDED or NOSHOW
           03 lg-action    pic x(9).
           03 filler       pic x(1) value space.
           03 lg-branch    pic x(3).
           03 filler       pic x(1) value space.
           03 lg-date      pic 9(8).
           03 filler       pic x(1) value space.
           03 lg-slot      pic 9(4).
           03 filler       pic x(1) value space.
           03 lg-recordId  pic 9(9).
           03 filler       pic x(1) value space.
           03 lg-operator  pic x(8).
           03 filler       pic x(1) value space.
      *> where a move went to
           03 lg-newDate   pic 9(8).
           03 filler       pic x(1) value space.
           03 lg-newSlot   pic 9(4).

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 arrayParent.
           03 array occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 fs-appointment pic x(2).
       01 fs-noshow      pic x(2).
       01 fs-datafile    pic x(2).
       01 wsDone    pic x(1) value "N".
       01 wsDayDone pic x(1) value "N".
       01 wsAction  pic x(1).
       01 wsConfirm pic x(1).
       01 wsMessage pic x(60) value spaces.
      *> who is driving this session - signed on to recordsProgram
      *> with id and password, as on the maintenance screen
       01 credentialBlock.
           03 operatorId  pic x(8) value spaces.
           03 passwordIn  pic x(12) value spaces.
           03 newPassword pic x(12) value spaces.
       01 wsToday  pic 9(8).
       01 wsBranch pic x(3) value spaces.
       01 wsDate   pic 9(8) value 0.
       01 wsSlot   pic 9(4) value 0.
       01 wsRecordId pic 9(9) value 0.
       01 wsPurpose  pic x(30) value spaces.
       01 wsNewDate  pic 9(8) value 0.
       01 wsNewSlot  pic 9(4) value 0.
       01 wsLogAction pic x(9).
       01 wsStampDate pic 9(8).
       01 wsStampTime pic 9(8).
      *> no-shows after which the desk takes a deposit to book
       78 depositThreshold value 3.
       01 wsNoShows pic 9(3) value 0.
       01 wsOldStatus pic x(1).
       01 wsSlotOk pic x(1).
       01 wsOnTemplate pic x(1).
      *> the day's slots, as appointmentSlots hands them back
       01 slotListParm.
           03 slotListCount pic 9(3).
           03 slotListTime  pic 9(4) occurs 96 times.
       01 wsClosed pic x(1).
       01 wsCheckDate pic 9(8).
       01 wsCheckSlot pic 9(4).
       01 holdAppointment.
       copy "appointment.cpy" replacing ==02== by ==03==
                                        ==03== by ==04==.
       01 slotLine.
           03 sl-slot     pic 9(4).
           03 filler      pic x(2) value spaces.
           03 sl-state    pic x(8).
           03 sl-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 sl-name     pic x(30).
           03 filler      pic x(1) value space.
           03 sl-purpose  pic x(30).
           03 filler      pic x(1) value space.
           03 sl-note     pic x(14).

       screen section.
       01 dayScreen.
           03 blank screen.
           03 line 1 column 2
              value "BRANCH APPOINTMENTS - DAY".
           03 line 3 column 2  value "branch (blank = exit):".
           03 line 3 column 26 pic x(3) using wsBranch.
           03 line 4 column 2  value "date (yyyymmdd, 0 = today):".
           03 line 4 column 30 pic 9(8) using wsDate.
           03 line 6 column 2 pic x(60) from wsMessage.

       01 bookingScreen.
           03 blank screen.
           03 line 1 column 2
              value "BRANCH APPOINTMENTS - BOOK".
           03 line 2 column 2  value "branch:".
           03 line 2 column 15 pic x(3) from wsBranch.
           03 line 2 column 20 value "date:".
           03 line 2 column 26 pic 9(8) from wsDate.
           03 line 4 column 2  value "slot (hhmm):".
           03 line 4 column 15 pic 9(4) using wsSlot.
           03 line 5 column 2  value "recordId:".
           03 line 5 column 15 pic 9(9) using wsRecordId.
           03 line 6 column 2  value "purpose:".
           03 line 6 column 15 pic x(30) using wsPurpose.
           03 line 8 column 2 pic x(60) from wsMessage.

       procedure division.
       0000-mainline section.
           move openFile to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code
               goback
           end-if

           perform 0500-sign-on
           if return-code not = err-success
               display "sign-on refused, return-code " return-code
               move closeFile to func
               call "recordsProgram" using func tmprec arrayParent
               goback
           end-if

           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           open input datafile
           open i-o appointmentFile
           open i-o noShowFile

           perform until wsDone = "Y"
               perform 1000-choose-day
               if wsDone not = "Y"
                   perform 2000-work-the-day
               end-if
           end-perform

           close noShowFile
           close appointmentFile
           close datafile
           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> password sign-on, with the forced first-use change handled
      *> on the spot, as on the maintenance screen
       0500-sign-on section.
           display "operator id:"
           accept operatorId
           display "password:"
           accept passwordIn
           move spaces to newPassword
           move signOnWithPassword to func
           call "recordsProgram" using func tmprec credentialBlock
           if return-code = err-password-change
               display "first use - choose a new password:"
               accept newPassword
               move signOnWithPassword to func
               call "recordsProgram" using func tmprec
                   credentialBlock
           end-if
           .

       1000-choose-day section.
           accept wsToday from date yyyymmdd
           display dayScreen
           accept dayScreen
           move spaces to wsMessage
           if wsBranch = spaces
               move "Y" to wsDone
           else
               if wsDate = 0
                   move wsToday to wsDate
               end-if
           end-if
           .

      *> the day stays on the console until the desk picks another
       2000-work-the-day section.
           move "N" to wsDayDone
           perform until wsDayDone = "Y"
               perform 2100-list-the-day
               if wsMessage not = spaces
                   display wsMessage
                   move spaces to wsMessage
               end-if
               display "B=book C=cancel M=move A=attended"
                   " N=no-show D=other day:"
               accept wsAction
               evaluate wsAction
                   when "B"
                   when "b"
                       perform 3000-book-slot
                   when "C"
                   when "c"
                       perform 3100-cancel-booking
                   when "M"
                   when "m"
                       perform 3200-move-booking
                   when "A"
                   when "a"
                       move "A" to wsAction
                       perform 3300-mark-booking
                   when "N"
                   when "n"
                       move "N" to wsAction
                       perform 3300-mark-booking
                   when "D"
                   when "d"
                       move "Y" to wsDayDone
                   when other
                       continue
               end-evaluate
           end-perform
           .

      *> every template slot, free or taken, then any booking left
      *> standing on a slot the template no longer has
       2100-list-the-day section.
           call "appointmentSlots" using wsBranch wsDate slotListParm
                                         wsClosed
           display spaces
           display "branch " wsBranch "  date " wsDate
           evaluate wsClosed
               when "H"
                   display "  branch closed - holiday on the calendar"
               when "T"
                   display "  no desk hours on this day"
               when other
                   continue
           end-evaluate
           move 1 to sub
           perform until sub > slotListCount
               move wsBranch to apptBranch of appointmentRec
               move wsDate to apptDate of appointmentRec
               move slotListTime(sub) to apptSlot of appointmentRec
               read appointmentFile
                   key is appointmentKey of appointmentRec
                   invalid key
                       move spaces to slotLine
                       move slotListTime(sub) to sl-slot
                       move "free" to sl-state
                       display slotLine
                   not invalid key
                       move spaces to sl-note
                       perform 2200-display-booking
               end-read
               add 1 to sub
           end-perform

           move "N" to eof
           move wsBranch to apptBranch of appointmentRec
           move wsDate to apptDate of appointmentRec
           move 0 to apptSlot of appointmentRec
           start appointmentFile
               key is >= appointmentKey of appointmentRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read appointmentFile next record
                   at end
                       move "Y" to eof
                   not at end
                       if apptBranch of appointmentRec not = wsBranch
                          or apptDate of appointmentRec not = wsDate
                           move "Y" to eof
                       else
                           move apptSlot of appointmentRec
                               to wsCheckSlot
                           perform 4050-find-on-template
                           if wsOnTemplate = "N"
                               move "(off template)" to sl-note
                               perform 2200-display-booking
                           end-if
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

       2200-display-booking section.
           move apptSlot of appointmentRec to sl-slot
           evaluate apptStatus of appointmentRec
               when "A"
                   move "seen" to sl-state
               when "N"
                   move "no-show" to sl-state
               when other
                   move "booked" to sl-state
           end-evaluate
           move apptRecordId of appointmentRec to sl-recordId
           move apptRecordId of appointmentRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move "(no record)" to sl-name
               not invalid key
                   move spaces to sl-name
                   string recordName of rec delimited by "  "
                          " " delimited by size
                          recordFamily of rec delimited by "  "
                       into sl-name
                       on overflow continue
                   end-string
           end-read
           move apptPurpose of appointmentRec to sl-purpose
           display slotLine
           .

       3000-book-slot section.
           move 0 to wsSlot
           move 0 to wsRecordId
           move spaces to wsPurpose
           display bookingScreen
           accept bookingScreen
           move wsDate to wsCheckDate
           move wsSlot to wsCheckSlot
           perform 4000-check-slot
           if wsSlotOk = "Y"
               move wsRecordId to recordId of rec
               read datafile
                   key is recordId of rec
                   invalid key
                       move "N" to wsSlotOk
                       move "recordId not on file - not booked"
                           to wsMessage
               end-read
           end-if
           if wsSlotOk = "Y"
               perform 4100-check-deposit
           end-if
           if wsSlotOk = "Y"
               move spaces to appointmentRec
               move wsBranch to apptBranch of appointmentRec
               move wsDate to apptDate of appointmentRec
               move wsSlot to apptSlot of appointmentRec
               move wsRecordId to apptRecordId of appointmentRec
               move wsPurpose to apptPurpose of appointmentRec
               move operatorId to apptBookedBy of appointmentRec
               move wsToday to apptBookedOn of appointmentRec
               move "B" to apptStatus of appointmentRec
               write appointmentRec
                   invalid key
                       move "slot already booked - pick a free slot"
                           to wsMessage
                   not invalid key
                       move "booked" to wsMessage
                       move "BOOKED" to wsLogAction
                       perform 5000-log-action
               end-write
           end-if
           .

       3100-cancel-booking section.
           display "slot to cancel (hhmm):"
           accept wsSlot
           move wsBranch to apptBranch of appointmentRec
           move wsDate to apptDate of appointmentRec
           move wsSlot to apptSlot of appointmentRec
           read appointmentFile
               key is appointmentKey of appointmentRec
               invalid key
                   move "no booking in that slot" to wsMessage
               not invalid key
                   delete appointmentFile record
                   end-delete
                   move "booking cancelled" to wsMessage
                   move "CANCELLED" to wsLogAction
                   perform 5000-log-action
           end-read
           .

      *> the new slot is written before the old one is let go, so a
      *> move onto a taken slot leaves the booking where it was
       3200-move-booking section.
           display "slot to move (hhmm):"
           accept wsSlot
           move wsBranch to apptBranch of appointmentRec
           move wsDate to apptDate of appointmentRec
           move wsSlot to apptSlot of appointmentRec
           read appointmentFile
               key is appointmentKey of appointmentRec
               invalid key
                   move "no booking in that slot" to wsMessage
               not invalid key
                   perform 3210-move-to-new-slot
           end-read
           .

       3210-move-to-new-slot section.
           move appointmentRec to holdAppointment
           display "new date (yyyymmdd, 0 = same day):"
           accept wsNewDate
           if wsNewDate = 0
               move wsDate to wsNewDate
           end-if
           display "new slot (hhmm):"
           accept wsNewSlot
           move wsNewDate to wsCheckDate
           move wsNewSlot to wsCheckSlot
           perform 4000-check-slot
           if wsSlotOk = "Y"
               move wsNewDate to apptDate of appointmentRec
               move wsNewSlot to apptSlot of appointmentRec
               move "B" to apptStatus of appointmentRec
               write appointmentRec
                   invalid key
                       move "new slot already booked - not moved"
                           to wsMessage
                   not invalid key
                       move holdAppointment to appointmentRec
                       delete appointmentFile record
                       end-delete
                       move "booking moved" to wsMessage
                       move "MOVED" to wsLogAction
                       perform 5000-log-action
               end-write
           end-if
           move 0 to wsNewDate
           move 0 to wsNewSlot
           .

      *> marking a no-show seen takes it back off the contact's
      *> count - the desk's correction, not a second no-show
       3300-mark-booking section.
           display "slot to mark (hhmm):"
           accept wsSlot
           move wsBranch to apptBranch of appointmentRec
           move wsDate to apptDate of appointmentRec
           move wsSlot to apptSlot of appointmentRec
           read appointmentFile
               key is appointmentKey of appointmentRec
               invalid key
                   move "no booking in that slot" to wsMessage
               not invalid key
                   move apptStatus of appointmentRec to wsOldStatus
                   if wsOldStatus = wsAction
                       move "already marked" to wsMessage
                   else
                       move wsAction to apptStatus of appointmentRec
                       rewrite appointmentRec
                       end-rewrite
                       if wsAction = "N"
                           perform 3400-add-no-show
                           move "marked no-show" to wsMessage
                           move "NOSHOW" to wsLogAction
                       else
                           if wsOldStatus = "N"
                               perform 3500-take-back-no-show
                           end-if
                           move "marked seen" to wsMessage
                           move "ATTENDED" to wsLogAction
                       end-if
                       perform 5000-log-action
                   end-if
           end-read
           .

       3400-add-no-show section.
           move apptRecordId of appointmentRec
               to nsRecordId of noShowRec
           read noShowFile
               key is nsRecordId of noShowRec
               invalid key
                   move 1 to nsCount of noShowRec
                   move apptDate of appointmentRec
                       to nsLastDate of noShowRec
                   write noShowRec
                   end-write
               not invalid key
                   add 1 to nsCount of noShowRec
                   move apptDate of appointmentRec
                       to nsLastDate of noShowRec
                   rewrite noShowRec
                   end-rewrite
           end-read
           .

       3500-take-back-no-show section.
           move apptRecordId of appointmentRec
               to nsRecordId of noShowRec
           read noShowFile
               key is nsRecordId of noShowRec
               invalid key
                   continue
               not invalid key
                   if nsCount of noShowRec > 0
                       subtract 1 from nsCount of noShowRec
                   end-if
                   rewrite noShowRec
                   end-rewrite
           end-read
           .

      *> a slot is bookable when the date has not passed and the
      *> template offers it that day - wsOnTemplate says the latter
      *> alone, for the listing
       4000-check-slot section.
           move "Y" to wsSlotOk
           call "appointmentSlots" using wsBranch wsCheckDate
                                         slotListParm wsClosed
           perform 4050-find-on-template
           evaluate true
               when wsCheckDate < wsToday
                   move "N" to wsSlotOk
                   move "that date has passed" to wsMessage
               when wsClosed = "H"
                   move "N" to wsSlotOk
                   move "branch closed - holiday on the calendar"
                       to wsMessage
               when wsOnTemplate = "N"
                   move "N" to wsSlotOk
                   move "no such slot on the branch template"
                       to wsMessage
               when other
                   continue
           end-evaluate
      *> the listing works through the day's own slots
           if wsCheckDate not = wsDate
               call "appointmentSlots" using wsBranch wsDate
                                             slotListParm wsClosed
           end-if
           .

       4050-find-on-template section.
           move "N" to wsOnTemplate
           move 1 to sub
           perform until sub > slotListCount
               if slotListTime(sub) = wsCheckSlot
                   move "Y" to wsOnTemplate
               end-if
               add 1 to sub
           end-perform
           .

       4100-check-deposit section.
           move 0 to wsNoShows
           move wsRecordId to nsRecordId of noShowRec
           read noShowFile
               key is nsRecordId of noShowRec
               invalid key
                   continue
               not invalid key
                   move nsCount of noShowRec to wsNoShows
           end-read
           if wsNoShows >= depositThreshold
               display "contact has " wsNoShows " no-shows - take a"
                   " deposit first. deposit taken? (Y/N)"
               accept wsConfirm
               if wsConfirm not = "Y" and wsConfirm not = "y"
                   move "N" to wsSlotOk
                   move "not booked - no deposit taken" to wsMessage
               end-if
           end-if
           .

       5000-log-action section.
           accept wsStampDate from date yyyymmdd
           accept wsStampTime from time
           open extend logFile
           move spaces to logLine
           move wsStampDate to lg-timestamp(1:8)
           move wsStampTime(1:6) to lg-timestamp(9:6)
           move wsLogAction to lg-action
           move wsBranch to lg-branch
           move wsDate to lg-date
           move wsSlot to lg-slot
           move apptRecordId of appointmentRec to lg-recordId
           if wsLogAction = "BOOKED"
               move wsRecordId to lg-recordId
           end-if
           move operatorId to lg-operator
           move wsNewDate to lg-newDate
           move wsNewSlot to lg-newSlot
           write logLine
           close logFile
           .

       end program appointmentScreen.
