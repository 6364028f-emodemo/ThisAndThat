      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The morning appointment sheet - one page per branch for the
      *> day, every slot of the branch template in time order
      *> (through appointmentSlots, so a processing-calendar holiday
      *> prints as closed), free or with the contact booked into it:
      *> name, phone, purpose, who booked it, and the contact's
      *> no-show count, flagged DEPOSIT at the threshold the booking
      *> screen asks for one.  A booking still standing on a slot
      *> the template has since dropped prints after the slots.
      *> Before printing, every booking on an earlier day nobody
      *> marked seen or no-show is taken as a no-show - the contact
      *> did not come - and counted on appointment-noshows.txt, so
      *> the counts build up without relying on the desk.  Phones
      *> go through confidentialMask for the operator named in the
      *> ADDRESSBOOK_OPERATOR environment variable, as on the
      *> directory listing.
       program-id. appointmentSheet as "appointmentSheet".

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

      *> only the branch codes are taken from the template here -
      *> appointmentSlots cuts the slots
           select optional templateFile
           assign to ".\appointment-slots.txt"
           organization is line sequential
           file status is fs-template.

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

           select sheetFile assign to ".\appointment-sheet.txt"
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

       fd appointmentFile.
       01 appointmentRec.
       copy "appointment.cpy".

       fd noShowFile.
       01 noShowRec.
       copy "noshow.cpy".

       fd templateFile.
       01 templateLine.
           03 tp-branch pic x(3).
           03 filler    pic x(20).

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd sheetFile.
       01 sheetLine pic x(132).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub  pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 fs-appointment pic x(2).
       01 fs-noshow      pic x(2).
       01 fs-template    pic x(2).
       01 fs-datafile    pic x(2).
       01 wsOperator pic x(8) value spaces.
       01 wsMaskResult pic x(1).
       01 wsMaskSource pic x(24) value "appointmentSheet".
       01 wsSheetDate pic 9(8).
      *> no-shows at which the booking screen asks for a deposit
       78 depositThreshold value 3.
       01 branchTable.
           03 branchCode pic x(3) occurs 100 times.
       01 branchCount pic 9(9) comp-5 value 0.
       01 wsBranch pic x(3).
       01 wsFound pic x(1).
       01 slotListParm.
           03 slotListCount pic 9(3).
           03 slotListTime  pic 9(4) occurs 96 times.
       01 wsClosed pic x(1).
       01 bookedCount pic 9(9) comp-5 value 0.
       01 freeCount   pic 9(9) comp-5 value 0.
       01 sweptCount  pic 9(9) comp-5 value 0.
       01 totalBooked pic 9(9) comp-5 value 0.
       01 sheetHeading.
           03 filler   pic x(26) value "APPOINTMENT SHEET  BRANCH ".
           03 sh-branch pic x(3).
           03 filler   pic x(8) value "  DATE  ".
           03 sh-date  pic 9(8).
       01 columnHeading.
           03 filler pic x(6)  value "SLOT".
           03 filler pic x(10) value "RECORD".
           03 filler pic x(31) value "NAME".
           03 filler pic x(21) value "PHONE".
           03 filler pic x(31) value "PURPOSE".
           03 filler pic x(9)  value "BOOKED BY".
           03 filler pic x(9)  value " NO-SHOWS".
       01 detailLine.
           03 dl-slot     pic 9(4).
           03 filler      pic x(2) value spaces.
           03 dl-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-name     pic x(30).
           03 filler      pic x(1) value space.
           03 dl-phone    pic x(20).
           03 filler      pic x(1) value space.
           03 dl-purpose  pic x(30).
           03 filler      pic x(1) value space.
           03 dl-bookedBy pic x(8).
           03 filler      pic x(1) value space.
           03 dl-noShows  pic zz9.
           03 filler      pic x(1) value space.
           03 dl-flag     pic x(14).
       01 closedLine.
           03 filler      pic x(6) value spaces.
           03 cl-text     pic x(40).
       01 sheetFooter.
           03 filler      pic x(8) value "BOOKED: ".
           03 sf-booked   pic zz9.
           03 filler      pic x(9) value "   FREE: ".
           03 sf-free     pic zz9.

       linkage section.
      *> the day to print - zero prints today's
       01 dateParm pic 9(8).

       procedure division using dateParm.
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
           accept wsOperator from environment "ADDRESSBOOK_OPERATOR"
           if dateParm = 0
               accept wsSheetDate from date yyyymmdd
           else
               move dateParm to wsSheetDate
           end-if

           open i-o appointmentFile
           open i-o noShowFile
           if fs-appointment not = "00" and fs-appointment not = "05"
               display "appointment file not usable, file status "
                   fs-appointment ", no sheet printed"
               goback
           end-if
           perform 1000-sweep-no-shows
           perform 1500-load-branches

           open input datafile
           open output sheetFile
           move 1 to sub2
           perform until sub2 > branchCount
               move branchCode(sub2) to wsBranch
               perform 2000-print-one-branch
               add 1 to sub2
           end-perform
           close sheetFile
           close datafile
           close noShowFile
           close appointmentFile

           display "appointment sheet for " wsSheetDate
           display "branches printed:   " branchCount
           display "appointments:       " totalBooked
           display "no-shows recorded:  " sweptCount
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

      *> a booking on an earlier day still at B was never seen - the
      *> pass also notes any branch booked for the sheet's day
       1000-sweep-no-shows section.
           move "N" to eof
           move low-values to appointmentKey of appointmentRec
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
                       if apptDate of appointmentRec < wsSheetDate
                          and apptStatus of appointmentRec = "B"
                           move "N" to apptStatus of appointmentRec
                           rewrite appointmentRec
                           end-rewrite
                           perform 1100-add-no-show
                           add 1 to sweptCount
                       end-if
                       if apptDate of appointmentRec = wsSheetDate
                           move apptBranch of appointmentRec
                               to wsBranch
                           perform 1600-note-branch
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

       1100-add-no-show section.
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

       1500-load-branches section.
           move "N" to eof
           open input templateFile
           if fs-template = "00"
               perform until eof = "Y"
                   read templateFile
                       at end
                           move "Y" to eof
                       not at end
                           if tp-branch not = spaces
                               move tp-branch to wsBranch
                               perform 1600-note-branch
                           end-if
                   end-read
               end-perform
           end-if
           close templateFile
           move "N" to eof
           .

       1600-note-branch section.
           move "N" to wsFound
           move 1 to sub
           perform until sub > branchCount
               if branchCode(sub) = wsBranch
                   move "Y" to wsFound
               end-if
               add 1 to sub
           end-perform
           if wsFound = "N" and branchCount < 100
               add 1 to branchCount
               move wsBranch to branchCode(branchCount)
           end-if
           .

       2000-print-one-branch section.
           move 0 to bookedCount
           move 0 to freeCount
           if sub2 > 1
               move spaces to sheetLine
               write sheetLine
           end-if
           move wsBranch to sh-branch
           move wsSheetDate to sh-date
           write sheetLine from sheetHeading
           write sheetLine from columnHeading

           call "appointmentSlots" using wsBranch wsSheetDate
                                         slotListParm wsClosed
           evaluate wsClosed
               when "H"
                   move "branch closed - holiday" to cl-text
                   write sheetLine from closedLine
               when "T"
                   move "no desk hours on this day" to cl-text
                   write sheetLine from closedLine
               when other
                   continue
           end-evaluate
           move 1 to sub
           perform until sub > slotListCount
               move wsBranch to apptBranch of appointmentRec
               move wsSheetDate to apptDate of appointmentRec
               move slotListTime(sub) to apptSlot of appointmentRec
               read appointmentFile
                   key is appointmentKey of appointmentRec
                   invalid key
                       move spaces to detailLine
                       move slotListTime(sub) to dl-slot
                       move "free" to dl-name
                       write sheetLine from detailLine
                       add 1 to freeCount
                   not invalid key
                       move spaces to dl-flag
                       perform 2100-print-booking
               end-read
               add 1 to sub
           end-perform
           perform 2200-print-off-template

           move bookedCount to sf-booked
           move freeCount to sf-free
           write sheetLine from sheetFooter
           add bookedCount to totalBooked
           .

       2100-print-booking section.
           add 1 to bookedCount
           move apptSlot of appointmentRec to dl-slot
           move apptRecordId of appointmentRec to dl-recordId
           move apptRecordId of appointmentRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move "(no record)" to dl-name
                   move spaces to dl-phone
               not invalid key
                   call "confidentialMask" using wsOperator
                       wsMaskSource rec wsMaskResult
                   move spaces to dl-name
                   string recordName of rec delimited by "  "
                          " " delimited by size
                          recordFamily of rec delimited by "  "
                       into dl-name
                       on overflow continue
                   end-string
                   move recordPhone of rec to dl-phone
           end-read
           move apptPurpose of appointmentRec to dl-purpose
           move apptBookedBy of appointmentRec to dl-bookedBy
           move apptRecordId of appointmentRec
               to nsRecordId of noShowRec
           read noShowFile
               key is nsRecordId of noShowRec
               invalid key
                   move 0 to dl-noShows
               not invalid key
                   move nsCount of noShowRec to dl-noShows
                   if nsCount of noShowRec >= depositThreshold
                      and dl-flag = spaces
                       move "DEPOSIT" to dl-flag
                   end-if
           end-read
           write sheetLine from detailLine
           .

      *> a booking whose slot the template has since dropped still
      *> stands - the contact is coming in
       2200-print-off-template section.
           move "N" to eof
           move wsBranch to apptBranch of appointmentRec
           move wsSheetDate to apptDate of appointmentRec
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
                          or apptDate of appointmentRec
                           not = wsSheetDate
                           move "Y" to eof
                       else
                           perform 2300-check-on-template
                           if wsFound = "N"
                               move "(off template)" to dl-flag
                               perform 2100-print-booking
                           end-if
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

       2300-check-on-template section.
           move "N" to wsFound
           move 1 to sub
           perform until sub > slotListCount
               if slotListTime(sub) = apptSlot of appointmentRec
                   move "Y" to wsFound
               end-if
               add 1 to sub
           end-perform
           .

       end program appointmentSheet.
