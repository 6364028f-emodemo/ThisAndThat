      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The weekly per-operator picture a supervisor needs to see
      *> who is keying what and who is producing the rework, from
      *> the trails that already carry the operator id: sessions and
      *> hours signed on (operator-sessions.txt, SIGNON paired with
      *> the operator's next SIGNOFF - a session never signed off
      *> counts but adds no hours), records created, rewritten and
      *> deleted (records-audit.txt), the share of their new records
      *> corrected by anyone within seven days of creation
      *> (records-history.txt), and the suspense rows they released
      *> or rejected (suspense-decisions.txt).  Audit rows written
      *> with no operator signed on report as (BATCH).  Team totals
      *> and a ranking by correction share close the report, so
      *> training goes where the corrections are.  weekParm is the
      *> first day of the seven-day week (yyyymmdd); zero reports
      *> last week, Monday to Sunday.  A week's correction share is
      *> only final once seven days have passed after it.
       program-id. operatorProductivityReport
           as "operatorProductivityReport".

       environment division.
       input-output section.
       file-control.
           select optional sessionFile
           assign to ".\operator-sessions.txt"
           organization is line sequential
           file status is fs-log.

           select optional auditFile assign to ".\records-audit.txt"
           organization is line sequential
           file status is fs-log.

           select optional historyFile
           assign to ".\records-history.txt"
           organization is line sequential
           file status is fs-log.

           select optional decisionFile
           assign to ".\suspense-decisions.txt"
           organization is line sequential
           file status is fs-log.

           select reportFile
           assign to ".\operator-productivity-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd sessionFile.
       01 sessionLine.
           03 se-timestamp pic x(14).
           03 filler       pic x(1).
           03 se-operator  pic x(8).
           03 filler       pic x(1).
           03 se-event     pic x(8).

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

       fd decisionFile.
       01 decisionLine.
           03 dc-timestamp pic x(14).
           03 filler       pic x(1).
           03 dc-recordId  pic 9(9).
           03 filler       pic x(1).
           03 dc-decision  pic x(8).
           03 filler       pic x(1).
           03 dc-operator  pic x(8).

       fd reportFile.
       01 reportLine pic x(90).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-log pic x(2).
       01 wsRunDate pic 9(8).
       01 wsWeekStart pic 9(8).
       01 wsWeekEnd   pic 9(8).
       01 wsStartDay  pic 9(9) comp-5.
       01 wsDayNumber pic 9(9) comp-5.
       01 wsDayOfWeek pic 9(1) comp-5.
      *> a timestamp as minutes since day one of the calendar, so a
      *> session spanning midnight still measures right
       01 wsStamp pic x(14).
       01 wsStampView redefines wsStamp.
           03 wsStampDate pic 9(8).
           03 wsStampHh   pic 9(2).
           03 wsStampMi   pic 9(2).
           03 wsStampSs   pic 9(2).
       01 wsStampMinutes pic 9(11) comp-5.
       01 wsOperator pic x(8).
       78 correctionDays value 7.
      *> one row per operator seen on any of the four trails
       01 operatorTable.
           03 operatorEntry occurs 200 times.
               05 ot-operator  pic x(8).
               05 ot-sessions  pic 9(7) comp-5.
               05 ot-minutes   pic 9(9) comp-5.
               05 ot-openStart pic 9(11) comp-5.
               05 ot-created   pic 9(7) comp-5.
               05 ot-rewritten pic 9(7) comp-5.
               05 ot-deleted   pic 9(7) comp-5.
               05 ot-corrected pic 9(7) comp-5.
               05 ot-released  pic 9(7) comp-5.
               05 ot-rejected  pic 9(7) comp-5.
      *> corrections per hundred new records, for the ranking
               05 ot-share     pic 9(5) comp-5.
               05 ot-ranked    pic x(1).
       01 operatorCount pic 9(9) comp-5 value 0.
      *> the records created in the week, waiting to be seen
      *> corrected
       01 createdTable.
           03 createdEntry occurs 5000 times.
               05 ct-recordId  pic 9(9) comp-5.
               05 ct-operator  pic 9(4) comp-5.
               05 ct-created   pic 9(11) comp-5.
               05 ct-corrected pic x(1).
       01 createdCount pic 9(9) comp-5 value 0.
       01 teamSessions  pic 9(9) comp-5 value 0.
       01 teamMinutes   pic 9(11) comp-5 value 0.
       01 teamCreated   pic 9(9) comp-5 value 0.
       01 teamRewritten pic 9(9) comp-5 value 0.
       01 teamDeleted   pic 9(9) comp-5 value 0.
       01 teamCorrected pic 9(9) comp-5 value 0.
       01 teamReleased  pic 9(9) comp-5 value 0.
       01 teamRejected  pic 9(9) comp-5 value 0.
       01 wsBest pic 9(5) comp-5.
       01 wsRank pic 9(4) comp-5 value 0.
       01 reportHeading.
           03 filler     pic x(31)
              value "OPERATOR PRODUCTIVITY - WEEK OF".
           03 filler     pic x(1) value space.
           03 rh-start   pic 9(8).
           03 filler     pic x(4) value " TO ".
           03 rh-end     pic 9(8).
       01 columnHeading.
           03 filler pic x(8)  value "OPERATOR".
           03 filler pic x(9)  value " SESSIONS".
           03 filler pic x(8)  value "   HOURS".
           03 filler pic x(9)  value "  CREATED".
           03 filler pic x(9)  value " REWRITES".
           03 filler pic x(9)  value "  DELETES".
           03 filler pic x(10) value " CORRECTED".
           03 filler pic x(7)  value "  SHARE".
           03 filler pic x(9)  value " RELEASED".
           03 filler pic x(9)  value " REJECTED".
       01 operatorDetail.
           03 od-operator  pic x(8).
           03 od-sessions  pic z(8)9.
           03 od-hours     pic z(5)9.9.
           03 od-created   pic z(8)9.
           03 od-rewritten pic z(8)9.
           03 od-deleted   pic z(8)9.
           03 od-corrected pic z(9)9.
           03 od-share     pic z(5)9.
           03 filler       pic x(1) value "%".
           03 od-released  pic z(8)9.
           03 od-rejected  pic z(8)9.
       01 wsHoursEdit pic 9(7)v9 comp-3.
       01 rankDetail.
           03 rk-rank     pic z(3)9.
           03 filler      pic x(2) value ". ".
           03 rk-operator pic x(8).
           03 filler      pic x(2) value spaces.
           03 rk-share    pic z(5)9.
           03 filler      pic x(20) value "% of new records    ".
           03 filler      pic x(10) value "corrected ".
           03 rk-detail   pic x(30).
       01 wsCountText pic z(6)9.
       01 wsCountText2 pic z(6)9.

       linkage section.
      *> first day of the week, yyyymmdd - zero means last week
       01 weekParm pic 9(8).

       procedure division using weekParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           if weekParm = 0
      *> integer-of-date day one was a Monday, so the remainder
      *> by seven counts days since the last Monday
               compute wsDayNumber
                   = function integer-of-date(wsRunDate)
               compute wsDayOfWeek = function rem(wsDayNumber - 1, 7)
               compute wsStartDay = wsDayNumber - wsDayOfWeek - 7
               compute wsWeekStart = function date-of-integer
                   (wsStartDay)
           else
               move weekParm to wsWeekStart
               compute wsStartDay
                   = function integer-of-date(wsWeekStart)
           end-if
           compute wsWeekEnd = function date-of-integer
               (wsStartDay + 6)

           perform 1000-tally-sessions
           perform 2000-tally-audit-log
           perform 3000-find-corrections
           perform 4000-tally-suspense-decisions
           perform 5000-write-report

           display "operator productivity written for week of "
               wsWeekStart ", operators: " operatorCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> matchSub names wsOperator's row, opening one if need be -
      *> zero only when the table is full
       0500-find-operator section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > operatorCount or matchSub > 0
               if ot-operator(sub) = wsOperator
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           if matchSub = 0 and operatorCount < 200
               add 1 to operatorCount
               move operatorCount to matchSub
               initialize operatorEntry(matchSub)
               move wsOperator to ot-operator(matchSub)
               move "N" to ot-ranked(matchSub)
           end-if
           .

       0600-stamp-minutes section.
           if wsStampDate is numeric and wsStampDate > 0
              and wsStampHh is numeric and wsStampMi is numeric
               compute wsStampMinutes
                   = function integer-of-date(wsStampDate) * 1440
                   + wsStampHh * 60 + wsStampMi
           else
               move 0 to wsStampMinutes
           end-if
           .

      *> the trail is in time order - a SIGNON opens the operator's
      *> session, their next SIGNOFF closes it
       1000-tally-sessions section.
           move "N" to eof
           open input sessionFile
           if fs-log = "00"
               perform until eof = "Y"
                   read sessionFile
                       at end
                           move "Y" to eof
                       not at end
                           if se-timestamp(1:8) >= wsWeekStart
                              and se-timestamp(1:8) <= wsWeekEnd
                               perform 1100-note-one-session-row
                           end-if
                   end-read
               end-perform
           end-if
           close sessionFile
           move "N" to eof
           .

       1100-note-one-session-row section.
           move se-operator to wsOperator
           perform 0500-find-operator
           if matchSub > 0
               move se-timestamp to wsStamp
               perform 0600-stamp-minutes
               evaluate se-event
                   when "SIGNON"
                       add 1 to ot-sessions(matchSub)
                       move wsStampMinutes to ot-openStart(matchSub)
                   when "SIGNOFF"
                       if ot-openStart(matchSub) > 0
                          and wsStampMinutes >= ot-openStart(matchSub)
                           compute ot-minutes(matchSub)
                               = ot-minutes(matchSub) + wsStampMinutes
                               - ot-openStart(matchSub)
                       end-if
                       move 0 to ot-openStart(matchSub)
                   when other
                       continue
               end-evaluate
           end-if
           .

       2000-tally-audit-log section.
           move "N" to eof
           open input auditFile
           if fs-log = "00"
               perform until eof = "Y"
                   read auditFile
                       at end
                           move "Y" to eof
                       not at end
                           if au-timestamp(1:8) >= wsWeekStart
                              and au-timestamp(1:8) <= wsWeekEnd
                               perform 2100-tally-one-entry
                           end-if
                   end-read
               end-perform
           else
               display "audit file not found, file status " fs-log
           end-if
           close auditFile
           move "N" to eof
           .

       2100-tally-one-entry section.
           if au-operation = "WRITE" or au-operation = "REWRITE"
              or au-operation = "DELETE"
               if au-operator = spaces
                   move "(BATCH)" to wsOperator
               else
                   move au-operator to wsOperator
               end-if
               perform 0500-find-operator
           else
               move 0 to matchSub
           end-if
           if matchSub > 0
               evaluate au-operation
                   when "WRITE"
                       add 1 to ot-created(matchSub)
                       perform 2200-note-created-record
                   when "REWRITE"
                       add 1 to ot-rewritten(matchSub)
                   when "DELETE"
                       add 1 to ot-deleted(matchSub)
               end-evaluate
           end-if
           .

       2200-note-created-record section.
           if createdCount < 5000
               add 1 to createdCount
               move recordId of au-after to ct-recordId(createdCount)
               move matchSub to ct-operator(createdCount)
               move au-timestamp to wsStamp
               perform 0600-stamp-minutes
               move wsStampMinutes to ct-created(createdCount)
               move "N" to ct-corrected(createdCount)
           end-if
           .

      *> a field changed on a record within seven days of its
      *> creation is a correction, whoever made it - each new
      *> record counts once however many fields were fixed
       3000-find-corrections section.
           move "N" to eof
           open input historyFile
           if fs-log = "00" and createdCount > 0
               perform until eof = "Y"
                   read historyFile
                       at end
                           move "Y" to eof
                       not at end
                           if hi-timestamp(1:8) >= wsWeekStart
                               perform 3100-check-one-change
                           end-if
                   end-read
               end-perform
           end-if
           close historyFile
           move "N" to eof
           .

       3100-check-one-change section.
           move hi-timestamp to wsStamp
           perform 0600-stamp-minutes
           move 1 to sub2
           perform until sub2 > createdCount
               if ct-recordId(sub2) = hi-recordId
                  and ct-corrected(sub2) = "N"
                  and wsStampMinutes >= ct-created(sub2)
                  and wsStampMinutes
                      <= ct-created(sub2) + correctionDays * 1440
                   move "Y" to ct-corrected(sub2)
                   add 1 to ot-corrected(ct-operator(sub2))
               end-if
               add 1 to sub2
           end-perform
           .

       4000-tally-suspense-decisions section.
           move "N" to eof
           open input decisionFile
           if fs-log = "00"
               perform until eof = "Y"
                   read decisionFile
                       at end
                           move "Y" to eof
                       not at end
                           if dc-timestamp(1:8) >= wsWeekStart
                              and dc-timestamp(1:8) <= wsWeekEnd
                              and (dc-decision = "RELEASED"
                                   or dc-decision = "REJECTED")
                               move dc-operator to wsOperator
                               perform 0500-find-operator
                               if matchSub > 0
                                   if dc-decision = "RELEASED"
                                       add 1 to ot-released(matchSub)
                                   else
                                       add 1 to ot-rejected(matchSub)
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close decisionFile
           move "N" to eof
           .

       5000-write-report section.
           open output reportFile
           move wsWeekStart to rh-start
           move wsWeekEnd to rh-end
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading

           move 1 to sub
           perform until sub > operatorCount
               perform 5100-write-one-operator
               add 1 to sub
           end-perform

           move spaces to reportLine
           write reportLine
           move "TEAM" to od-operator
           move teamSessions to od-sessions
           compute wsHoursEdit rounded = teamMinutes / 60
           move wsHoursEdit to od-hours
           move teamCreated to od-created
           move teamRewritten to od-rewritten
           move teamDeleted to od-deleted
           move teamCorrected to od-corrected
           if teamCreated > 0
               compute od-share rounded
                   = teamCorrected * 100 / teamCreated
           else
               move 0 to od-share
           end-if
           move teamReleased to od-released
           move teamRejected to od-rejected
           write reportLine from operatorDetail

           perform 5200-write-ranking
           close reportFile
           .

       5100-write-one-operator section.
           move ot-operator(sub) to od-operator
           move ot-sessions(sub) to od-sessions
           compute wsHoursEdit rounded = ot-minutes(sub) / 60
           move wsHoursEdit to od-hours
           move ot-created(sub) to od-created
           move ot-rewritten(sub) to od-rewritten
           move ot-deleted(sub) to od-deleted
           move ot-corrected(sub) to od-corrected
           if ot-created(sub) > 0
               compute ot-share(sub) rounded
                   = ot-corrected(sub) * 100 / ot-created(sub)
           else
               move 0 to ot-share(sub)
           end-if
           move ot-share(sub) to od-share
           move ot-released(sub) to od-released
           move ot-rejected(sub) to od-rejected
           write reportLine from operatorDetail

           add ot-sessions(sub) to teamSessions
           add ot-minutes(sub) to teamMinutes
           add ot-created(sub) to teamCreated
           add ot-rewritten(sub) to teamRewritten
           add ot-deleted(sub) to teamDeleted
           add ot-corrected(sub) to teamCorrected
           add ot-released(sub) to teamReleased
           add ot-rejected(sub) to teamRejected
           .

      *> highest correction share first, by straight selection the
      *> way monthlyActivityReport ranks its most-changed records -
      *> only operators who created records this week are ranked
       5200-write-ranking section.
           move spaces to reportLine
           write reportLine
           move "RANKING BY SHARE OF NEW RECORDS CORRECTED"
               to reportLine
           write reportLine
           move 0 to wsRank
           move 1 to sub2
           perform until sub2 > operatorCount
               move 0 to matchSub
               move 0 to wsBest
               move 1 to sub
               perform until sub > operatorCount
                   if ot-ranked(sub) = "N" and ot-created(sub) > 0
                      and (matchSub = 0 or ot-share(sub) > wsBest)
                       move ot-share(sub) to wsBest
                       move sub to matchSub
                   end-if
                   add 1 to sub
               end-perform
               if matchSub > 0
                   move "Y" to ot-ranked(matchSub)
                   add 1 to wsRank
                   move wsRank to rk-rank
                   move ot-operator(matchSub) to rk-operator
                   move ot-share(matchSub) to rk-share
                   move ot-corrected(matchSub) to wsCountText
                   move ot-created(matchSub) to wsCountText2
                   move spaces to rk-detail
                   string "(" delimited by size
                          function trim(wsCountText) delimited by size
                          " of " delimited by size
                          function trim(wsCountText2)
                              delimited by size
                          ")" delimited by size
                       into rk-detail
                   end-string
                   write reportLine from rankDetail
               end-if
               add 1 to sub2
           end-perform
           if wsRank = 0
               move "  no records created this week" to reportLine
               write reportLine
           end-if
           .

       end program operatorProductivityReport.
