      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The daily complaint SLA report - every case on
      *> complaint-cases.txt not yet resolved that has run past its
      *> regulatory window.  A case not acknowledged within the
      *> acknowledgment window of its category breaches ACK; a case
      *> not resolved within the resolution window breaches
      *> RESOLUTION; a case can breach both and prints once for
      *> each.  The windows, in calendar days from the date the
      *> complaint was received, come from complaint-sla.txt -
      *> "<category> <ack days> <resolution days>" rows, with a
      *> DEFAULT row for categories not listed - or 5 and 56 days
      *> when neither is there.  Each breach shows the contact, the
      *> owner, the deadline and the days over it; counts of open
      *> cases and of each breach close the report.
       program-id. complaintSlaReport as "complaintSlaReport".

       environment division.
       input-output section.
       file-control.
           select optional complaintFile
           assign to ".\complaint-cases.txt"
           organization is indexed
           access is dynamic
           record key cpCaseNo of complaintRec with no duplicates
           alternate record key cpRecordId of complaintRec
               with duplicates
           file status is fs-complaint.

           select optional slaFile assign to ".\complaint-sla.txt"
           organization is line sequential
           file status is fs-sla.

      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this report at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select reportFile assign to ".\complaint-sla-report.txt"
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

       fd complaintFile.
       01 complaintRec.
       copy "complaint.cpy".

       fd slaFile.
       01 slaLine.
           03 sw-category pic x(8).
           03 filler      pic x(1).
           03 sw-ackDays  pic 9(3).
           03 filler      pic x(1).
           03 sw-resDays  pic 9(3).

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd reportFile.
       01 reportLine pic x(132).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 fs-complaint pic x(2).
       01 fs-sla       pic x(2).
       01 fs-datafile  pic x(2).
       01 wsRunDate pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsReceivedDayNumber pic 9(9) comp-5.
       01 wsDeadlineDayNumber pic 9(9) comp-5.
       01 wsDeadline pic 9(8).
       01 wsDaysOver pic 9(9) comp-5.
      *> the windows when complaint-sla.txt has no DEFAULT row
       01 wsDefaultAckDays pic 9(3) comp-5 value 5.
       01 wsDefaultResDays pic 9(3) comp-5 value 56.
       01 slaTable.
           03 slaEntry occurs 50 times.
               05 st-category pic x(8).
               05 st-ackDays  pic 9(3) comp-5.
               05 st-resDays  pic 9(3) comp-5.
       01 slaCount pic 9(9) comp-5 value 0.
       01 wsAckDays pic 9(3) comp-5.
       01 wsResDays pic 9(3) comp-5.
       01 wsBreach pic x(10).
       01 openCount    pic 9(9) comp-5 value 0.
       01 ackBreaches  pic 9(9) comp-5 value 0.
       01 resBreaches  pic 9(9) comp-5 value 0.
       01 reportHeading.
           03 filler      pic x(28)
              value "COMPLAINT SLA BREACHES AS AT".
           03 filler      pic x(1) value space.
           03 rh-date     pic 9(8).
       01 columnHeading.
           03 filler pic x(10) value "CASE".
           03 filler pic x(10) value "RECORD".
           03 filler pic x(31) value "NAME".
           03 filler pic x(9)  value "CATEGORY".
           03 filler pic x(9)  value "RECEIVED".
           03 filler pic x(9)  value "OWNER".
           03 filler pic x(11) value "BREACH".
           03 filler pic x(9)  value "DEADLINE".
           03 filler pic x(9)  value "DAYS OVER".
       01 detailLine.
           03 dl-caseNo   pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-recordId pic z(8)9.
           03 filler      pic x(1) value space.
           03 dl-name     pic x(30).
           03 filler      pic x(1) value space.
           03 dl-category pic x(8).
           03 filler      pic x(1) value space.
           03 dl-received pic 9(8).
           03 filler      pic x(1) value space.
           03 dl-owner    pic x(8).
           03 filler      pic x(1) value space.
           03 dl-breach   pic x(10).
           03 filler      pic x(1) value space.
           03 dl-deadline pic 9(8).
           03 filler      pic x(1) value space.
           03 dl-daysOver pic z(8)9.
       01 totalLine.
           03 tl-label pic x(30).
           03 tl-count pic z(8)9.

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
           compute wsRunDayNumber = function integer-of-date(wsRunDate)
           perform 0500-load-windows

           open input complaintFile
           open input datafile
           open output reportFile
           move wsRunDate to rh-date
           write reportLine from reportHeading
           move spaces to reportLine
           write reportLine
           write reportLine from columnHeading

           move "N" to eof
           move 0 to cpCaseNo of complaintRec
           start complaintFile
               key is >= cpCaseNo of complaintRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start
           perform until eof = "Y"
               read complaintFile next record
                   at end
                       move "Y" to eof
                   not at end
                       if cpStatus of complaintRec not = "R"
                           add 1 to openCount
                           perform 1000-check-one-case
                       end-if
               end-read
           end-perform

           move spaces to reportLine
           write reportLine
           move "OPEN CASES" to tl-label
           move openCount to tl-count
           write reportLine from totalLine
           move "ACKNOWLEDGMENT BREACHES" to tl-label
           move ackBreaches to tl-count
           write reportLine from totalLine
           move "RESOLUTION BREACHES" to tl-label
           move resBreaches to tl-count
           write reportLine from totalLine
           close reportFile
           close datafile
           close complaintFile

           display "open complaint cases:    " openCount
           display "acknowledgment breaches: " ackBreaches
           display "resolution breaches:     " resBreaches
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

       0500-load-windows section.
           move "N" to eof
           open input slaFile
           if fs-sla = "00"
               perform until eof = "Y"
                   read slaFile
                       at end
                           move "Y" to eof
                       not at end
                           if sw-ackDays is numeric
                              and sw-resDays is numeric
                               perform 0510-note-one-window
                           end-if
                   end-read
               end-perform
           end-if
           close slaFile
           move "N" to eof
           .

       0510-note-one-window section.
           if sw-category = "DEFAULT"
               move sw-ackDays to wsDefaultAckDays
               move sw-resDays to wsDefaultResDays
           else
               if slaCount < 50
                   add 1 to slaCount
                   move sw-category to st-category(slaCount)
                   move sw-ackDays to st-ackDays(slaCount)
                   move sw-resDays to st-resDays(slaCount)
               end-if
           end-if
           .

       1000-check-one-case section.
           move wsDefaultAckDays to wsAckDays
           move wsDefaultResDays to wsResDays
           move 1 to sub
           perform until sub > slaCount
               if st-category(sub) = cpCategory of complaintRec
                   move st-ackDays(sub) to wsAckDays
                   move st-resDays(sub) to wsResDays
               end-if
               add 1 to sub
           end-perform
           compute wsReceivedDayNumber = function integer-of-date
               (cpReceivedDate of complaintRec)

           if cpAckDate of complaintRec = 0
               compute wsDeadlineDayNumber
                   = wsReceivedDayNumber + wsAckDays
               if wsRunDayNumber > wsDeadlineDayNumber
                   move "ACK" to wsBreach
                   add 1 to ackBreaches
                   perform 2000-write-breach
               end-if
           end-if

           compute wsDeadlineDayNumber
               = wsReceivedDayNumber + wsResDays
           if wsRunDayNumber > wsDeadlineDayNumber
               move "RESOLUTION" to wsBreach
               add 1 to resBreaches
               perform 2000-write-breach
           end-if
           .

       2000-write-breach section.
           compute wsDaysOver = wsRunDayNumber - wsDeadlineDayNumber
           compute wsDeadline
               = function date-of-integer(wsDeadlineDayNumber)
           move spaces to detailLine
           move cpCaseNo of complaintRec to dl-caseNo
           move cpRecordId of complaintRec to dl-recordId
           move cpRecordId of complaintRec to recordId of rec
           read datafile
               key is recordId of rec
               invalid key
                   move "(no record)" to dl-name
               not invalid key
                   string recordName of rec delimited by "  "
                          " " delimited by size
                          recordFamily of rec delimited by "  "
                       into dl-name
                       on overflow continue
                   end-string
           end-read
           move cpCategory of complaintRec to dl-category
           move cpReceivedDate of complaintRec to dl-received
           move cpOwner of complaintRec to dl-owner
           move wsBreach to dl-breach
           move wsDeadline to dl-deadline
           move wsDaysOver to dl-daysOver
           write reportLine from detailLine
           .

       end program complaintSlaReport.
