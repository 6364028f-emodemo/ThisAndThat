      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Clears the "C" rows a crashed or cancelled job left on the
      *> connection registry (records-connections.txt), which would
      *> otherwise keep reorganizeRecords, backupRestore and the
      *> other exclusive utilities out until the file was edited by
      *> hand.  A row is only cleared when it is provably stale:
      *>   SUPERSEDED  a later "C" row carries the same process id -
      *>               the process that registered this one has gone,
      *>               or opened again and lost track of it
      *>   NO HOLDER   silent for CONN-STALE-MINUTES or more, and
      *>               datafile can be opened exclusively - no
      *>               connection has it open, so nothing silent is
      *>               merely idle
      *> Run with "CLEAR" by a level "S" operator on
      *> operator-permissions.txt it holds the system quiesced the
      *> way the exclusive utilities do while it probes datafile and
      *> deletes the stale rows by key, and logs every row it removes
      *> to connection-cleanup-log.txt with the operator and the
      *> reason.  Run any other way it only lists what it would
      *> clear - a silent row as NO HOLDER? until the probe at clear
      *> time says whether datafile is free.  Quiesce markers are
      *> never cleared; one standing refuses the clear.
       program-id. connectionCleanup as "connectionCleanup".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram.
      *> Opened only for the probe, exclusively - the open fails
      *> while any connection holds the file.
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           lock mode is exclusive
           file status is fs-datafile.

           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           lock mode is automatic
           file status is fs-connectionfile.

           select optional permissionFile
           assign to ".\operator-permissions.txt"
           organization is line sequential
           file status is fs-permission.

           select optional cleanupLogFile
           assign to ".\connection-cleanup-log.txt"
           organization is line sequential
           file status is fs-cleanuplog.

       data division.
       file section.
       fd datafile.
       01 rec.
       copy "records.cpy".

       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd permissionFile.
       01 permissionLine.
           03 op-operatorId pic x(8).
           03 filler        pic x(1).
           03 op-level      pic x(1).

       fd cleanupLogFile.
       01 cleanupLogLine.
           03 cl-runStamp pic x(14).
           03 filler      pic x(1).
           03 cl-operator pic x(8).
           03 filler      pic x(1).
           03 cl-reason   pic x(10).
           03 filler      pic x(1).
           03 cl-row      pic x(76).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 fs-datafile pic x(2).
       01 fs-connectionfile pic x(2).
       01 fs-permission pic x(2).
       01 fs-cleanuplog pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsLockEof  pic x(1) value "N".
       01 wsLockBusy pic x(1) value "N".
       78 quiesceHolder value "CONNCLN".
       01 wsQuiesceStamp pic x(14).
      *> the key of the marker this run posted - what the release
      *> takes off again
       01 wsQuiesceKey pic x(61) value spaces.
       01 wsClear pic x(1) value "N".
       01 wsOperatorLevel pic x(1) value "O".
      *> "Y" when the exclusive open of datafile succeeded - no
      *> connection holds it
       01 wsDatafileFree pic x(1) value "N".
       01 wsRunDate pic 9(8).
       01 wsRunTime pic 9(8).
       01 wsRunTimeX redefines wsRunTime.
           03 rt-hh pic 9(2).
           03 rt-mi pic 9(2).
           03 filler pic 9(4).
       01 wsRunStamp pic x(14).
       01 wsNowMinute pic 9(9) comp-5 value 0.
      *> a registry stamp (yyyymmddhhmmss) turned into a running
      *> minute count
       01 wsStamp pic x(14).
       01 wsStampDate pic 9(8).
       01 wsStampHour pic 9(2).
       01 wsStampMin  pic 9(2).
       01 wsStampMinute pic 9(9) comp-5 value 0.
       78 defaultStaleMinutes value 30.
       01 wsStaleMinutes pic 9(9) value defaultStaleMinutes.
       01 wsParamName  pic x(20).
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
      *> the "C" rows as read, in key order, with the verdict on
      *> each - rows past the end of the table are left alone
       01 connectionTable.
           03 connectionEntry occurs 1000 times.
               05 ct-row        pic x(76).
               05 ct-rowX redefines ct-row.
                   07 ct-type       pic x(1).
                   07 filler        pic x(1).
                   07 ct-holder     pic x(8).
                   07 filler        pic x(1).
                   07 ct-timestamp  pic x(14).
                   07 filler        pic x(1).
                   07 ct-program    pic x(24).
                   07 filler        pic x(1).
                   07 ct-process    pic x(10).
                   07 filler        pic x(1).
                   07 ct-lastActive pic x(14).
               05 ct-silentMin  pic 9(9) comp-5.
      *> KEEP, SUPERSEDED, NO HOLDER? (silent, not yet proven) or
      *> NO HOLDER
               05 ct-verdict    pic x(10).
      *> "Y" once the clear has taken the row off
               05 ct-cleared    pic x(1).
       01 connectionCount pic 9(9) comp-5 value 0.
       01 connectionOverflow pic 9(9) comp-5 value 0.
       01 wsSilentText pic z(6)9.
       01 supersededCount pic 9(9) comp-5 value 0.
       01 silentCount     pic 9(9) comp-5 value 0.
       01 clearedCount    pic 9(9) comp-5 value 0.

       linkage section.
      *> "CLEAR" to take the stale rows off, anything else lists them
       01 modeParm pic x(6).
      *> who is running it - a clear needs level "S"
       01 operatorParm pic x(8).

       procedure division using modeParm operatorParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           accept wsRunTime from time
           move wsRunDate to wsRunStamp(1:8)
           move wsRunTime(1:6) to wsRunStamp(9:6)
           compute wsNowMinute
               = function integer-of-date(wsRunDate) * 1440
               + rt-hh * 60 + rt-mi
           move "CONN-STALE-MINUTES" to wsParamName
           call "systemParameter" using wsParamName wsParamDate
                                        wsStaleMinutes wsParamFound

           if modeParm = "CLEAR"
               move "Y" to wsClear
               perform 0500-check-supervisor
               if wsOperatorLevel not = "S"
                   display "operator " operatorParm " is not a"
                       " supervisor - nothing cleared"
                   goback
               end-if
               perform 0050-take-quiesce
               if wsLockBusy = "Y"
                   display "system quiesced - nothing cleared"
                   goback
               end-if
           end-if

           perform 1000-load-registry
           perform 2000-judge-rows
           if wsClear = "Y"
               if silentCount > 0
                   perform 3000-probe-datafile
               end-if
               perform 4000-clear-rows
           end-if
           perform 5000-list-verdicts

           display "connections on registry: " connectionCount
           display "superseded:              " supersededCount
           display "silent:                  " silentCount
           if wsClear = "Y"
               if silentCount > 0
                   if wsDatafileFree = "Y"
                       display "datafile free - silent rows are stale"
                   else
                       display "datafile held - silent rows kept"
                   end-if
               end-if
               display "rows cleared:            " clearedCount
           end-if
           if connectionOverflow > 0
               display "rows not judged:         " connectionOverflow
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> refuses to start while another utility's quiesce marker
      *> stands, then posts its own so no connection registers
      *> while the registry is judged and cleared
       0050-take-quiesce section.
           move "N" to wsLockBusy
           move "N" to wsLockEof
           open input connectionFile
           if fs-connectionfile = "00"
               perform until wsLockEof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to wsLockEof
                       not at end
                           if cnType = "Q"
                               move "Y" to wsLockBusy
                               display "already quiesced by "
                                   cnHolder " since "
                                   cnTimestamp
                           end-if
                   end-read
               end-perform
           end-if
           close connectionFile
           move "N" to wsLockEof
           if wsLockBusy = "N"
               move wsRunStamp to wsQuiesceStamp
               open i-o connectionFile
               move spaces to connectionLine
               move "Q" to cnType
               move quiesceHolder to cnHolder
               move wsQuiesceStamp to cnTimestamp
               write connectionLine
                   invalid key
                       continue
               end-write
               move cnKey to wsQuiesceKey
               close connectionFile
           end-if
           .

      *> same lookup signOnOperatorFunc does - no row, or any level
      *> but "S", refuses the clear
       0500-check-supervisor section.
           move "O" to wsOperatorLevel
           move "N" to eof
           open input permissionFile
           if fs-permission = "00"
               perform until eof = "Y"
                   read permissionFile
                       at end
                           move "Y" to eof
                       not at end
                           if op-operatorId = operatorParm
                               move op-level to wsOperatorLevel
                               move "Y" to eof
                           end-if
                   end-read
               end-perform
           end-if
           close permissionFile
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
                           if cnType = "C"
                               perform 1100-load-one-row
                           end-if
                   end-read
               end-perform
           end-if
           close connectionFile
           move "N" to eof
           .

       1100-load-one-row section.
           if connectionCount < 1000
               add 1 to connectionCount
               move connectionLine to ct-row(connectionCount)
               move "KEEP" to ct-verdict(connectionCount)
               move "N" to ct-cleared(connectionCount)
           else
               add 1 to connectionOverflow
           end-if
           .

      *> silent from the last activity - a row written before last
      *> activity was kept counts from its start
       2000-judge-rows section.
           move 1 to sub
           perform until sub > connectionCount
               move ct-timestamp(sub) to wsStamp
               if ct-lastActive(sub) not = spaces
                   move ct-lastActive(sub) to wsStamp
               end-if
               perform 8000-stamp-minutes
               compute ct-silentMin(sub) = wsNowMinute - wsStampMinute
               if ct-silentMin(sub) >= wsStaleMinutes
                   move "NO HOLDER?" to ct-verdict(sub)
               end-if
               if ct-process(sub) not = spaces
                   move 1 to sub2
                   perform until sub2 > connectionCount
                       if sub2 not = sub
                          and ct-process(sub2) = ct-process(sub)
                          and ct-timestamp(sub2) > ct-timestamp(sub)
                           move "SUPERSEDED" to ct-verdict(sub)
                       end-if
                       add 1 to sub2
                   end-perform
               end-if
               evaluate ct-verdict(sub)
                   when "SUPERSEDED"
                       add 1 to supersededCount
                   when "NO HOLDER?"
                       add 1 to silentCount
               end-evaluate
               add 1 to sub
           end-perform
           .

      *> a connection holds datafile open from openFile to
      *> closeFile, so an exclusive open only succeeds when none
      *> does - and with the quiesce marker up none can start.  A
      *> missing datafile is held by nobody either.
       3000-probe-datafile section.
           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           move "N" to wsDatafileFree
           open i-o datafile
           evaluate fs-datafile
               when "00"
               when "05"
                   move "Y" to wsDatafileFree
                   close datafile
               when "35"
                   move "Y" to wsDatafileFree
               when other
                   display "datafile in use, file status " fs-datafile
           end-evaluate
           if wsDatafileFree = "Y"
               move 1 to sub
               perform until sub > connectionCount
                   if ct-verdict(sub) = "NO HOLDER?"
                       move "NO HOLDER" to ct-verdict(sub)
                   end-if
                   add 1 to sub
               end-perform
           end-if
           .

      *> each proven row comes off by its key, provided it still
      *> reads as it was judged - a row touched since has a live
      *> connection behind it and stays - then this run's quiesce
      *> marker comes off.  No other row is read or written.
       4000-clear-rows section.
           open i-o connectionFile
           open extend cleanupLogFile
           move 1 to sub
           perform until sub > connectionCount
               if ct-verdict(sub) = "SUPERSEDED"
                  or ct-verdict(sub) = "NO HOLDER"
                   perform 4100-clear-one-row
               end-if
               add 1 to sub
           end-perform
           close cleanupLogFile
           move wsQuiesceKey to cnKey
           delete connectionFile record
               invalid key
                   continue
           end-delete
           close connectionFile
           .

       4100-clear-one-row section.
           move ct-row(sub) to connectionLine
           read connectionFile
               key is cnKey
               invalid key
                   continue
               not invalid key
                   if connectionLine = ct-row(sub)
                       delete connectionFile record
                           invalid key
                               continue
                           not invalid key
                               perform 4200-log-cleared-row
                       end-delete
                   end-if
           end-read
           .

       4200-log-cleared-row section.
           move "Y" to ct-cleared(sub)
           add 1 to clearedCount
           move spaces to cleanupLogLine
           move wsRunStamp to cl-runStamp
           move operatorParm to cl-operator
           move ct-verdict(sub) to cl-reason
           move ct-row(sub) to cl-row
           write cleanupLogLine
           .

       5000-list-verdicts section.
           move 1 to sub
           perform until sub > connectionCount
               if ct-verdict(sub) not = "KEEP"
                   move ct-silentMin(sub) to wsSilentText
                   if ct-cleared(sub) = "Y"
                       display "cleared " ct-verdict(sub) " "
                           ct-holder(sub) " " ct-program(sub) " "
                           ct-process(sub) " since " ct-timestamp(sub)
                   else
                       display "stale?  " ct-verdict(sub) " "
                           ct-holder(sub) " " ct-program(sub) " "
                           ct-process(sub) " silent " wsSilentText
                           " min"
                   end-if
               end-if
               add 1 to sub
           end-perform
           .

      *> wsStamp as minutes since the start of the calendar - a
      *> stamp that is not a date and time reads as now, so a hand-
      *> edited row is never cleared on a guess
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

       end program connectionCleanup.
