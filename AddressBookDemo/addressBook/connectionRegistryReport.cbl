      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Lists the connection registry (records-connections.txt) -
      *> every writing connection recordsProgram has registered and
      *> every quiesce marker an exclusive utility has posted - with
      *> the holder, the job and process that registered it, when it
      *> started, when it was last active, how long it has been held
      *> and how long it has been silent.  Each "C" row is judged
      *>   ACTIVE      in use within CONN-STALE-MINUTES
      *>   SILENT      nothing called for CONN-STALE-MINUTES or more
      *>               - a crashed job, or a screen left idle; only
      *>               connectionCleanup can tell which
      *>   SUPERSEDED  a later row carries the same process id, so
      *>               the process that registered this one has gone
      *>               (or opened again without closing) and nothing
      *>               will ever remove it
      *> A "Q" row shows as QUIESCE.  Any row held CONN-HELD-MINUTES
      *> or longer raises a warning on alerts.txt for
      *> morningAlertReport - once per row, however often the report
      *> runs while the row stands.  Writes
      *> connection-registry-report.txt.
       program-id. connectionRegistryReport
           as "connectionRegistryReport".

       environment division.
       input-output section.
       file-control.
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

      *> the central alert file every batch job raises warnings on
           select optional alertFile assign to ".\alerts.txt"
           organization is line sequential
           file status is fs-alert.

           select reportFile
           assign to ".\connection-registry-report.txt"
           organization is line sequential.

       data division.
       file section.
       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

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

       fd reportFile.
       01 reportLine pic x(120).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 fs-connectionfile pic x(2).
       01 fs-alert pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
       01 wsRunTimeX redefines wsRunTime.
           03 rt-hh pic 9(2).
           03 rt-mi pic 9(2).
           03 filler pic 9(4).
       01 wsNowMinute pic 9(9) comp-5 value 0.
      *> a registry stamp (yyyymmddhhmmss) turned into a running
      *> minute count
       01 wsStamp pic x(14).
       01 wsStampDate pic 9(8).
       01 wsStampHour pic 9(2).
       01 wsStampMin  pic 9(2).
       01 wsStampMinute pic 9(9) comp-5 value 0.
      *> the thresholds, each defaulted here and overridden by the
      *> system parameter in force today
       78 defaultStaleMinutes value 30.
       78 defaultHeldMinutes  value 240.
       01 wsStaleMinutes pic 9(9) value defaultStaleMinutes.
       01 wsHeldMinutes  pic 9(9) value defaultHeldMinutes.
       01 wsParamName  pic x(20).
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
      *> the registry as read, in key order
       01 connectionTable.
           03 connectionEntry occurs 1000 times.
               05 ct-type       pic x(1).
               05 ct-holder     pic x(8).
               05 ct-timestamp  pic x(14).
               05 ct-program    pic x(24).
               05 ct-process    pic x(10).
               05 ct-lastActive pic x(14).
               05 ct-heldMin    pic 9(9) comp-5.
               05 ct-silentMin  pic 9(9) comp-5.
               05 ct-status     pic x(10).
       01 connectionCount pic 9(9) comp-5 value 0.
       01 connectionOverflow pic 9(9) comp-5 value 0.
      *> this job's earlier warnings, so a row is alerted once
       01 raisedTable.
           03 raisedText occurs 500 times pic x(40).
       01 raisedCount pic 9(9) comp-5 value 0.
       01 wsRaised pic x(1).
       01 wsAlertTime pic 9(8).
       01 wsAlertText pic x(60).
       01 wsMinutesText pic z(6)9.
       01 statusCounts.
           03 activeCount     pic 9(9) comp-5 value 0.
           03 silentCount     pic 9(9) comp-5 value 0.
           03 supersededCount pic 9(9) comp-5 value 0.
           03 quiesceCount    pic 9(9) comp-5 value 0.
           03 alertCount      pic 9(9) comp-5 value 0.
       01 headingLine1.
           03 filler pic x(40) value "CONNECTION REGISTRY".
           03 filler pic x(6)  value "DATE ".
           03 hd-date pic 9(8).
           03 filler pic x(8)  value "  STALE ".
           03 hd-stale pic z(4)9.
           03 filler pic x(12) value " MIN  ALERT ".
           03 hd-held pic z(4)9.
           03 filler pic x(4)  value " MIN".
       01 headingLine2.
           03 filler pic x(2)  value "T".
           03 filler pic x(9)  value "HOLDER".
           03 filler pic x(25) value "PROGRAM".
           03 filler pic x(11) value "PROCESS".
           03 filler pic x(15) value "STARTED".
           03 filler pic x(15) value "LAST ACTIVE".
           03 filler pic x(8)  value "HELD".
           03 filler pic x(8)  value "SILENT".
           03 filler pic x(10) value "STATUS".
       01 detailLine.
           03 dl-type       pic x(1).
           03 filler        pic x(1) value space.
           03 dl-holder     pic x(8).
           03 filler        pic x(1) value space.
           03 dl-program    pic x(24).
           03 filler        pic x(1) value space.
           03 dl-process    pic x(10).
           03 filler        pic x(1) value space.
           03 dl-timestamp  pic x(14).
           03 filler        pic x(1) value space.
           03 dl-lastActive pic x(14).
           03 filler        pic x(1) value space.
           03 dl-heldMin    pic z(6)9.
           03 filler        pic x(1) value space.
           03 dl-silentMin  pic z(6)9.
           03 filler        pic x(1) value space.
           03 dl-status     pic x(10).
       01 totalLine.
           03 tl-label pic x(30).
           03 tl-count pic z(8)9.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           compute wsNowMinute
               = function integer-of-date(wsRunDate) * 1440
               + rt-hh * 60 + rt-mi

           perform 0100-read-thresholds
           perform 0200-load-raised
           perform 1000-load-registry
           perform 2000-judge-rows

           open output reportFile
           move wsRunDate to hd-date
           move wsStaleMinutes to hd-stale
           move wsHeldMinutes to hd-held
           write reportLine from headingLine1
           write reportLine from headingLine2
           move 1 to sub
           perform until sub > connectionCount
               perform 3000-report-one-row
               add 1 to sub
           end-perform
           move spaces to reportLine
           write reportLine
           move "ACTIVE" to tl-label
           move activeCount to tl-count
           write reportLine from totalLine
           move "SILENT" to tl-label
           move silentCount to tl-count
           write reportLine from totalLine
           move "SUPERSEDED" to tl-label
           move supersededCount to tl-count
           write reportLine from totalLine
           move "QUIESCE" to tl-label
           move quiesceCount to tl-count
           write reportLine from totalLine
           move "HELD-TOO-LONG ALERTS RAISED" to tl-label
           move alertCount to tl-count
           write reportLine from totalLine
           if connectionOverflow > 0
               move "ROWS NOT LISTED" to tl-label
               move connectionOverflow to tl-count
               write reportLine from totalLine
           end-if
           close reportFile

           display "registry rows:      " connectionCount
           display "active:             " activeCount
           display "silent:             " silentCount
           display "superseded:         " supersededCount
           display "quiesce markers:    " quiesceCount
           display "alerts raised:      " alertCount
           if connectionOverflow > 0
               display "rows not listed:    " connectionOverflow
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0100-read-thresholds section.
           move "CONN-STALE-MINUTES" to wsParamName
           call "systemParameter" using wsParamName wsParamDate
                                        wsStaleMinutes wsParamFound
           move "CONN-HELD-MINUTES" to wsParamName
           call "systemParameter" using wsParamName wsParamDate
                                        wsHeldMinutes wsParamFound
           .

      *> the warnings this report has already raised - the text up
      *> to the held minutes names the row
       0200-load-raised section.
           move "N" to eof
           open input alertFile
           if fs-alert = "00"
               perform until eof = "Y"
                   read alertFile
                       at end
                           move "Y" to eof
                       not at end
                           if al-sourceJob = "connRegistryRpt"
                              and raisedCount < 500
                               add 1 to raisedCount
                               move al-text(1:40)
                                   to raisedText(raisedCount)
                           end-if
                   end-read
               end-perform
           end-if
           close alertFile
           move "N" to eof
           .

       1000-load-registry section.
           move "N" to eof
           open input connectionFile
           if fs-connectionfile = "00"
               perform until eof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to eof
                       not at end
                           perform 1100-load-one-row
                   end-read
               end-perform
           end-if
           close connectionFile
           move "N" to eof
           .

       1100-load-one-row section.
           if cnType = "C" or cnType = "Q"
               if connectionCount < 1000
                   add 1 to connectionCount
                   move cnType to ct-type(connectionCount)
                   move cnHolder to ct-holder(connectionCount)
                   move cnTimestamp to ct-timestamp(connectionCount)
                   move cnProgram to ct-program(connectionCount)
                   move cnProcess to ct-process(connectionCount)
                   move cnLastActive
                       to ct-lastActive(connectionCount)
               else
                   add 1 to connectionOverflow
               end-if
           end-if
           .

      *> held from the start stamp, silent from the last activity -
      *> a row written before last activity was kept counts from
      *> its start
       2000-judge-rows section.
           move 1 to sub
           perform until sub > connectionCount
               move ct-timestamp(sub) to wsStamp
               perform 8000-stamp-minutes
               compute ct-heldMin(sub) = wsNowMinute - wsStampMinute
               if ct-lastActive(sub) not = spaces
                   move ct-lastActive(sub) to wsStamp
                   perform 8000-stamp-minutes
               end-if
               compute ct-silentMin(sub) = wsNowMinute - wsStampMinute
               perform 2100-judge-one-row
               if ct-heldMin(sub) >= wsHeldMinutes
                   perform 2200-raise-held-alert
               end-if
               add 1 to sub
           end-perform
           .

       2100-judge-one-row section.
           if ct-type(sub) = "Q"
               move "QUIESCE" to ct-status(sub)
               add 1 to quiesceCount
           else
               move "ACTIVE" to ct-status(sub)
               if ct-silentMin(sub) >= wsStaleMinutes
                   move "SILENT" to ct-status(sub)
               end-if
               if ct-process(sub) not = spaces
                   move 1 to sub2
                   perform until sub2 > connectionCount
                       if sub2 not = sub
                          and ct-type(sub2) = "C"
                          and ct-process(sub2) = ct-process(sub)
                          and ct-timestamp(sub2) > ct-timestamp(sub)
                           move "SUPERSEDED" to ct-status(sub)
                       end-if
                       add 1 to sub2
                   end-perform
               end-if
               evaluate ct-status(sub)
                   when "ACTIVE"
                       add 1 to activeCount
                   when "SILENT"
                       add 1 to silentCount
                   when other
                       add 1 to supersededCount
               end-evaluate
           end-if
           .

       2200-raise-held-alert section.
           move spaces to wsAlertText
           move ct-heldMin(sub) to wsMinutesText
           if ct-type(sub) = "Q"
               move "QUIESCE" to wsAlertText(1:11)
           else
               move "CONNECTION" to wsAlertText(1:11)
           end-if
           move ct-holder(sub) to wsAlertText(12:8)
           move " SINCE " to wsAlertText(20:7)
           move ct-timestamp(sub) to wsAlertText(27:14)
           move " HELD " to wsAlertText(41:6)
           move wsMinutesText to wsAlertText(47:7)
           move " MIN" to wsAlertText(54:4)
           move "N" to wsRaised
           move 1 to sub2
           perform until sub2 > raisedCount
               if raisedText(sub2) = wsAlertText(1:40)
                   move "Y" to wsRaised
               end-if
               add 1 to sub2
           end-perform
           if wsRaised = "N"
               open extend alertFile
               move spaces to alertLine
               move wsRunDate to al-date
               accept wsAlertTime from time
               move wsAlertTime(1:6) to al-time
               move "W" to al-severity
               move "connRegistryRpt" to al-sourceJob
               move wsAlertText to al-text
               move "N" to al-ackFlag
               write alertLine
               close alertFile
               add 1 to alertCount
               if raisedCount < 500
                   add 1 to raisedCount
                   move wsAlertText(1:40) to raisedText(raisedCount)
               end-if
           end-if
           .

       3000-report-one-row section.
           move spaces to detailLine
           move ct-type(sub) to dl-type
           move ct-holder(sub) to dl-holder
           move ct-program(sub) to dl-program
           if ct-program(sub) = spaces
               move "(not named)" to dl-program
           end-if
           move ct-process(sub) to dl-process
           move ct-timestamp(sub) to dl-timestamp
           move ct-lastActive(sub) to dl-lastActive
           move ct-heldMin(sub) to dl-heldMin
           move ct-silentMin(sub) to dl-silentMin
           move ct-status(sub) to dl-status
           write reportLine from detailLine
           .

      *> wsStamp as minutes since the start of the calendar - a
      *> stamp that is not a date and time reads as now, so a hand-
      *> edited row is neither alerted nor judged silent on a guess
       8000-stamp-minutes section.
           move wsNowMinute to wsStampMinute
           if wsStamp(1:12) is numeric
               move wsStamp(1:8) to wsStampDate
               move wsStamp(9:2) to wsStampHour
               move wsStamp(11:2) to wsStampMin
               if wsStampDate(5:2) >= "01" and wsStampDate(5:2) <= "12"
                  and wsStampDate(7:2) >= "01"
                  and wsStampDate(7:2) <= "31"
                  and wsStampDate > 16010101
                  and wsStampHour < 24 and wsStampMin < 60
                   compute wsStampMinute
                       = function integer-of-date(wsStampDate) * 1440
                       + wsStampHour * 60 + wsStampMin
               end-if
           end-if
           if wsStampMinute > wsNowMinute
               move wsNowMinute to wsStampMinute
           end-if
           .

       end program connectionRegistryReport.
