      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The one place a branch's appointment slots for a day are
      *> worked out, called by the booking screen and the morning
      *> appointment sheet alike.  appointment-slots.txt holds the
      *> template - "<branch> <weekday> <from hhmm> <to hhmm>
      *> <minutes>" rows, weekday 1 Monday to 7 Sunday, as many rows
      *> a day as the desk has sessions - and each row is cut into
      *> slots of its length (blank = 30 minutes), the last starting
      *> before the "to" time.  A date with an "H" row on
      *> processing-calendar.txt has no slots (closed "H"), nor has
      *> a branch and weekday with no template row (closed "T").
      *> Slots come back in time order.  Both files are read on the
      *> first call and held for the rest of the run.
       program-id. appointmentSlots as "appointmentSlots".

       environment division.
       input-output section.
       file-control.
           select optional templateFile
           assign to ".\appointment-slots.txt"
           organization is line sequential
           file status is fs-template.

           select optional calendarFile
           assign to ".\processing-calendar.txt"
           organization is line sequential
           file status is fs-cal.

       data division.
       file section.
       fd templateFile.
       01 templateLine.
           03 tp-branch  pic x(3).
           03 filler     pic x(1).
           03 tp-weekday pic 9(1).
           03 filler     pic x(1).
           03 tp-from    pic 9(4).
           03 filler     pic x(1).
           03 tp-to      pic 9(4).
           03 filler     pic x(1).
           03 tp-length  pic x(3).

       fd calendarFile.
       01 calendarLine.
           03 ca-rowType pic x(1).
           03 filler     pic x(1).
           03 ca-rest    pic x(21).
       01 holidayView redefines calendarLine.
           03 filler     pic x(2).
           03 ca-date    pic 9(8).
           03 filler     pic x(13).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub  pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 fs-template pic x(2).
       01 fs-cal      pic x(2).
       01 wsLoaded pic x(1) value "N".
       01 templateTable.
           03 templateEntry occurs 200 times.
               05 tt-branch  pic x(3).
               05 tt-weekday pic 9(1).
               05 tt-from    pic 9(4).
               05 tt-to      pic 9(4).
               05 tt-length  pic 9(3).
       01 templateCount pic 9(9) comp-5 value 0.
       01 holidayTable.
           03 holidayDate pic 9(8) occurs 400 times.
       01 holidayCount pic 9(9) comp-5 value 0.
       78 defaultSlotLength value 30.
       78 maxSlots value 96.
       01 wsDayNumber pic 9(9) comp-5.
       01 wsWeekday pic 9(1).
       01 wsMinute    pic 9(4) comp-5.
       01 wsEndMinute pic 9(4) comp-5.
       01 wsHour      pic 9(2) comp-5.
       01 wsSlotTime  pic 9(4).
       01 wsAlready   pic x(1).

       linkage section.
       01 branchParm pic x(3).
       01 dateParm pic 9(8).
       01 slotListParm.
           03 slotListCount pic 9(3).
           03 slotListTime  pic 9(4) occurs 96 times.
      *> space open, H holiday, T no template for the weekday
       01 slotClosedParm pic x(1).

       procedure division using branchParm dateParm slotListParm
                                slotClosedParm.
       0000-mainline section.
           if wsLoaded = "N"
               perform 1000-load-template
               perform 1100-load-holidays
               move "Y" to wsLoaded
           end-if
           move 0 to slotListCount
           move space to slotClosedParm

           move 1 to sub
           perform until sub > holidayCount
               if holidayDate(sub) = dateParm
                   move "H" to slotClosedParm
               end-if
               add 1 to sub
           end-perform

           if slotClosedParm = space
      *> day 1 of the integer calendar is a Monday - the remainder
      *> 0 is a Sunday, day 7 of the template
               compute wsDayNumber = function integer-of-date(dateParm)
               compute wsWeekday = function rem(wsDayNumber, 7)
               if wsWeekday = 0
                   move 7 to wsWeekday
               end-if
               move 1 to sub
               perform until sub > templateCount
                   if tt-branch(sub) = branchParm
                      and tt-weekday(sub) = wsWeekday
                       perform 2000-cut-one-session
                   end-if
                   add 1 to sub
               end-perform
               if slotListCount = 0
                   move "T" to slotClosedParm
               end-if
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-template section.
           move "N" to eof
           open input templateFile
           if fs-template = "00"
               perform until eof = "Y"
                   read templateFile
                       at end
                           move "Y" to eof
                       not at end
                           if tp-weekday is numeric
                              and tp-from is numeric
                              and tp-to is numeric
                              and templateCount < 200
                               add 1 to templateCount
                               move tp-branch
                                   to tt-branch(templateCount)
                               move tp-weekday
                                   to tt-weekday(templateCount)
                               move tp-from to tt-from(templateCount)
                               move tp-to to tt-to(templateCount)
                               move 0 to tt-length(templateCount)
                               if tp-length is numeric
                                   move tp-length
                                       to tt-length(templateCount)
                               end-if
                               if tt-length(templateCount) = 0
                                   move defaultSlotLength
                                       to tt-length(templateCount)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close templateFile
           move "N" to eof
           .

       1100-load-holidays section.
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

      *> times are counted in minutes from midnight while the
      *> session is cut, and handed back as hhmm
       2000-cut-one-session section.
           divide tt-from(sub) by 100 giving wsHour
           compute wsMinute = wsHour * 60
                            + (tt-from(sub) - wsHour * 100)
           divide tt-to(sub) by 100 giving wsHour
           compute wsEndMinute = wsHour * 60
                               + (tt-to(sub) - wsHour * 100)
           perform until wsMinute >= wsEndMinute
                      or slotListCount >= maxSlots
               divide wsMinute by 60 giving wsHour
               compute wsSlotTime = wsHour * 100
                                  + (wsMinute - wsHour * 60)
               perform 2100-insert-slot
               add tt-length(sub) to wsMinute
           end-perform
           .

      *> straight insertion into the time-ordered list - a slot two
      *> overlapping sessions both produce is listed once
       2100-insert-slot section.
           move "N" to wsAlready
           move 1 to sub2
           perform until sub2 > slotListCount
               if slotListTime(sub2) = wsSlotTime
                   move "Y" to wsAlready
               end-if
               add 1 to sub2
           end-perform
           if wsAlready = "N"
               add 1 to slotListCount
               move slotListCount to sub2
               perform until sub2 <= 1
                      or slotListTime(sub2 - 1) <= wsSlotTime
                   move slotListTime(sub2 - 1) to slotListTime(sub2)
                   subtract 1 from sub2
               end-perform
               move wsSlotTime to slotListTime(sub2)
           end-if
           .

       end program appointmentSlots.
