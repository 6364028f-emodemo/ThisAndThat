      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The branch desk's close-of-day cash-up.  Totals the day's
      *> counter payments off counter-payments.txt (dateParm, zero
      *> for today) per till, operator and tender, and holds each
      *> total against the drawer as the operator counted it on
      *> counterPaymentScreen - the latest count on
      *> cash-drawer-counts.txt for that till, operator and tender,
      *> so a recount replaces the first.  cash-up-report.txt shows
      *> every line taken, counted and the difference.  Any
      *> difference - over, short, or takings with no count at all -
      *> is recorded on cash-over-short.txt for the supervisor and
      *> raised as a warning on the alert file for the morning
      *> report.  A rerun for the same day records a difference
      *> only once.
       program-id. cashUpReport as "cashUpReport".

       environment division.
       input-output section.
       file-control.
           select optional journalFile
           assign to ".\counter-payments.txt"
           organization is line sequential
           file status is fs-journal.

           select optional drawerFile
           assign to ".\cash-drawer-counts.txt"
           organization is line sequential
           file status is fs-drawer.

           select reportFile
           assign to ".\cash-up-report.txt"
           organization is line sequential.

           select optional overShortFile
           assign to ".\cash-over-short.txt"
           organization is line sequential
           file status is fs-overshort.

           select optional alertFile assign to ".\alerts.txt"
           organization is line sequential.

      *> the maintenance interlock - while an exclusive utility's
      *> quiesce marker stands on the lock file, this job refuses
      *> to start rather than read mid-rebuild
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

       fd journalFile.
       01 journalRec.
       copy "counterpay.cpy".

       fd drawerFile.
       01 drawerLine.
           03 dw-date     pic 9(8).
           03 filler      pic x(1).
           03 dw-time     pic 9(6).
           03 filler      pic x(1).
           03 dw-till     pic x(3).
           03 filler      pic x(1).
           03 dw-operator pic x(8).
           03 filler      pic x(1).
           03 dw-tender   pic x(1).
           03 filler      pic x(1).
           03 dw-amount   pic 9(9).

       fd reportFile.
       01 reportLine pic x(80).

       fd overShortFile.
       01 overShortLine.
           03 os-date      pic 9(8).
           03 filler       pic x(1) value space.
           03 os-till      pic x(3).
           03 filler       pic x(1) value space.
           03 os-operator  pic x(8).
           03 filler       pic x(1) value space.
           03 os-tender    pic x(1).
           03 filler       pic x(1) value space.
      *> what the journal says the drawer should hold, and what was
      *> counted, in hundredths
           03 os-taken     pic 9(9).
           03 filler       pic x(1) value space.
           03 os-counted   pic 9(9).
           03 filler       pic x(1) value space.
      *> counted less taken - positive over, negative short
           03 os-difference pic s9(9) sign leading separate.
           03 filler       pic x(1) value space.
      *> O over, S short, N no count made
           03 os-status    pic x(1).

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
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-journal   pic x(2).
       01 fs-drawer    pic x(2).
       01 fs-overshort pic x(2).
       01 wsRunDate pic 9(8).
       01 wsCashUpDate pic 9(8).
       01 wsAlertTime pic 9(8).
       01 wsAlertText pic x(60).
      *> one line per till, operator and tender seen on the journal
      *> or the drawer counts
       01 cashUpTable.
           03 cashUpEntry occurs 300 times.
               05 cu-till     pic x(3).
               05 cu-operator pic x(8).
               05 cu-tender   pic x(1).
               05 cu-taken    pic 9(11) comp-5.
               05 cu-payments pic 9(9) comp-5.
               05 cu-counted  pic 9(11) comp-5.
      *>       Y once a drawer count is found for the line
               05 cu-hasCount pic x(1).
      *>       Y when an earlier run already recorded the line
               05 cu-recorded pic x(1).
       01 cashUpCount pic 9(9) comp-5 value 0.
       01 wsFindTill     pic x(3).
       01 wsFindOperator pic x(8).
       01 wsFindTender   pic x(1).
       01 wsDifference pic s9(11) comp-5 value 0.
       01 wsStatus pic x(1).
       01 wsAmountEdit pic s9(9)v99 comp-3.
       01 wsTenderName pic x(6).
       01 balancedCount pic 9(9) comp-5 value 0.
       01 overCount     pic 9(9) comp-5 value 0.
       01 shortCount    pic 9(9) comp-5 value 0.
       01 noCountCount  pic 9(9) comp-5 value 0.
       01 repeatCount   pic 9(9) comp-5 value 0.
       01 headingLine.
           03 filler pic x(28) value "CASH-UP BY TILL AND OPERATOR".
           03 filler pic x(6) value " DATE ".
           03 hl-date pic 9(8).
       01 columnLine.
           03 filler pic x(36)
              value "TILL OPERATOR TENDER  PAYMENTS     ".
           03 filler pic x(40)
              value "     TAKEN       COUNTED    DIFFERENCE".
       01 detailLine.
           03 dl-till      pic x(3).
           03 filler       pic x(2) value spaces.
           03 dl-operator  pic x(8).
           03 filler       pic x(1) value space.
           03 dl-tender    pic x(6).
           03 filler       pic x(1) value space.
           03 dl-payments  pic z(8)9.
           03 filler       pic x(1) value space.
           03 dl-taken     pic z(8)9.99.
           03 filler       pic x(1) value space.
           03 dl-counted   pic z(8)9.99.
           03 filler       pic x(1) value space.
           03 dl-difference pic -(8)9.99.
           03 filler       pic x(1) value space.
           03 dl-status    pic x(8).

       linkage section.
      *> the business day to cash up, zero for today
       01 dateParm pic 9(8).

       procedure division using dateParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           if dateParm = 0
               move wsRunDate to wsCashUpDate
           else
               move dateParm to wsCashUpDate
           end-if

           perform 1000-total-journal
           perform 1100-take-drawer-counts
           if cashUpCount = 0
               display "no counter payments or drawer counts for "
                   wsCashUpDate " - nothing to cash up"
               goback
           end-if
           perform 1200-note-recorded

           open output reportFile
           move wsCashUpDate to hl-date
           write reportLine from headingLine
           write reportLine from columnLine
           open extend overShortFile
           move 1 to sub
           perform until sub > cashUpCount
               perform 2000-report-one-line
               add 1 to sub
           end-perform
           close overShortFile
           close reportFile

           display "cash-up date:       " wsCashUpDate
           display "lines balanced:     " balancedCount
           display "lines over:         " overCount
           display "lines short:        " shortCount
           display "no drawer count:    " noCountCount
           display "already recorded:   " repeatCount
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

       1000-total-journal section.
           move "N" to eof
           open input journalFile
           if fs-journal = "00"
               perform until eof = "Y"
                   read journalFile
                       at end
                           move "Y" to eof
                       not at end
                           if cpDate = wsCashUpDate
                               move cpTill to wsFindTill
                               move cpOperator to wsFindOperator
                               move cpTender to wsFindTender
                               perform 1500-find-line
                               if matchSub > 0
                                   add cpAmount to cu-taken(matchSub)
                                   add 1 to cu-payments(matchSub)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close journalFile
           move "N" to eof
           .

      *> counts are appended in the order they were made, so the
      *> last one read for a line is the latest
       1100-take-drawer-counts section.
           move "N" to eof
           open input drawerFile
           if fs-drawer = "00"
               perform until eof = "Y"
                   read drawerFile
                       at end
                           move "Y" to eof
                       not at end
                           if dw-date = wsCashUpDate
                              and dw-amount is numeric
                               move dw-till to wsFindTill
                               move dw-operator to wsFindOperator
                               move dw-tender to wsFindTender
                               perform 1500-find-line
                               if matchSub > 0
                                   move dw-amount
                                       to cu-counted(matchSub)
                                   move "Y" to cu-hasCount(matchSub)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close drawerFile
           move "N" to eof
           .

      *> a difference an earlier run for the day already recorded
      *> is reported again but not recorded twice
       1200-note-recorded section.
           move "N" to eof
           open input overShortFile
           if fs-overshort = "00"
               perform until eof = "Y"
                   read overShortFile
                       at end
                           move "Y" to eof
                       not at end
                           if os-date = wsCashUpDate
                               move os-till to wsFindTill
                               move os-operator to wsFindOperator
                               move os-tender to wsFindTender
                               perform 1510-match-line
                               if matchSub > 0
                                   move "Y" to cu-recorded(matchSub)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close overShortFile
           move "N" to eof
           .

      *> matchSub names the line for the till, operator and tender,
      *> a new one added when there is none
       1500-find-line section.
           perform 1510-match-line
           if matchSub = 0
               if cashUpCount < 300
                   add 1 to cashUpCount
                   move cashUpCount to matchSub
                   move wsFindTill to cu-till(matchSub)
                   move wsFindOperator to cu-operator(matchSub)
                   move wsFindTender to cu-tender(matchSub)
                   move 0 to cu-taken(matchSub)
                   move 0 to cu-payments(matchSub)
                   move 0 to cu-counted(matchSub)
                   move "N" to cu-hasCount(matchSub)
                   move "N" to cu-recorded(matchSub)
               else
                   display "more than 300 cash-up lines - till "
                       wsFindTill " operator " wsFindOperator
                       " left out"
               end-if
           end-if
           .

       1510-match-line section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > cashUpCount
               if cu-till(sub) = wsFindTill
                  and cu-operator(sub) = wsFindOperator
                  and cu-tender(sub) = wsFindTender
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           .

       2000-report-one-line section.
           evaluate cu-tender(sub)
               when "C"
                   move "CASH" to wsTenderName
               when "K"
                   move "CARD" to wsTenderName
               when "Q"
                   move "CHEQUE" to wsTenderName
               when other
                   move cu-tender(sub) to wsTenderName
           end-evaluate
           compute wsDifference = cu-counted(sub) - cu-taken(sub)
           evaluate true
               when cu-hasCount(sub) = "N"
                   move "N" to wsStatus
                   add 1 to noCountCount
               when wsDifference > 0
                   move "O" to wsStatus
                   add 1 to overCount
               when wsDifference < 0
                   move "S" to wsStatus
                   add 1 to shortCount
               when other
                   move space to wsStatus
                   add 1 to balancedCount
           end-evaluate

           move spaces to detailLine
           move cu-till(sub) to dl-till
           move cu-operator(sub) to dl-operator
           move wsTenderName to dl-tender
           move cu-payments(sub) to dl-payments
           compute wsAmountEdit = cu-taken(sub) / 100
           move wsAmountEdit to dl-taken
           compute wsAmountEdit = cu-counted(sub) / 100
           move wsAmountEdit to dl-counted
           compute wsAmountEdit = wsDifference / 100
           move wsAmountEdit to dl-difference
           evaluate wsStatus
               when "O"
                   move "OVER" to dl-status
               when "S"
                   move "SHORT" to dl-status
               when "N"
                   move "NO COUNT" to dl-status
               when other
                   move "BALANCED" to dl-status
           end-evaluate
           write reportLine from detailLine

           if wsStatus not = space
               if cu-recorded(sub) = "Y"
                   add 1 to repeatCount
               else
                   perform 2100-record-difference
               end-if
           end-if
           .

       2100-record-difference section.
           move spaces to overShortLine
           move wsCashUpDate to os-date
           move cu-till(sub) to os-till
           move cu-operator(sub) to os-operator
           move cu-tender(sub) to os-tender
           move cu-taken(sub) to os-taken
           move cu-counted(sub) to os-counted
           move wsDifference to os-difference
           move wsStatus to os-status
           write overShortLine

           move spaces to wsAlertText
           string "till " delimited by size
                  cu-till(sub) delimited by size
                  " " delimited by size
                  cu-operator(sub) delimited by space
                  " " delimited by size
                  wsTenderName delimited by space
                  " " delimited by size
                  dl-status delimited by space
                  " " delimited by size
                  dl-difference delimited by size
               into wsAlertText
               on overflow continue
           end-string
           perform 9800-raise-alert
           .

      *> a drawer over or short lands on the alert file so the
      *> supervisor's morning report chases it
       9800-raise-alert section.
           open extend alertFile
           move spaces to alertLine
           move wsRunDate to al-date
           accept wsAlertTime from time
           move wsAlertTime(1:6) to al-time
           move "W" to al-severity
           move "cashUpReport" to al-sourceJob
           move wsAlertText to al-text
           move "N" to al-ackFlag
           write alertLine
           close alertFile
           .

       end program cashUpReport.
