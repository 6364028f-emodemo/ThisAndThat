      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Releases the night's work in dependency order across both
      *> chains and the utilities that used to be launched by hand,
      *> so finance can no longer start while the records chain is
      *> still mid-BILLING.  The job-dependency table
      *> (job-dependencies.txt) names each job, the program it runs,
      *> its earliest start time, whether it is exclusive, a
      *> parameter for the program, and up to four predecessors.
      *> A job is released only when every predecessor has a "C" row
      *> with return-code zero for the night on this scheduler's own
      *> run-control file (schedule-run-control.txt, the same S/C
      *> discipline as the chains'), its start time has come, and -
      *> for an exclusive job - the connection registry
      *> (records-connections.txt) is empty.  Passes over the table
      *> repeat until one releases nothing; a job still waiting then
      *> waits for the next run of the scheduler, which picks the
      *> night up from the run-control file without re-running
      *> anything that completed.  The night runs from noon to noon,
      *> so a start time before noon means after midnight.  The night
      *> plan (night-plan.txt) shows what ran, what each job waited
      *> on, and what never became eligible, and why.
       program-id. masterScheduler as "masterScheduler".

       environment division.
       input-output section.
       file-control.
      *> one row per job - name, program, earliest start hhmm,
      *> exclusive Y/N, parameter, up to four predecessor names
           select optional jobFile
           assign to ".\job-dependencies.txt"
           organization is line sequential
           file status is fs-job.

           select optional runControlFile
           assign to ".\schedule-run-control.txt"
           organization is line sequential
           file status is fs-runctl.

           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

           select reportFile assign to ".\night-plan.txt"
           organization is line sequential.

       data division.
       file section.
       fd jobFile.
       01 jobLine.
           03 jd-jobName   pic x(12).
           03 filler       pic x(1).
           03 jd-program   pic x(24).
           03 filler       pic x(1).
           03 jd-earliest  pic 9(4).
           03 filler       pic x(1).
           03 jd-exclusive pic x(1).
           03 filler       pic x(1).
           03 jd-parm      pic x(12).
           03 jd-predecessors occurs 4 times.
               05 filler   pic x(1).
               05 jd-pred  pic x(12).

       fd runControlFile.
       01 runControlLine.
           03 rc-runDate    pic 9(8).
           03 filler        pic x(1) value space.
           03 rc-stepName   pic x(12).
           03 filler        pic x(1) value space.
           03 rc-status     pic x(1).
           03 filler        pic x(1) value space.
           03 rc-time       pic 9(6).
           03 filler        pic x(1) value space.
           03 rc-count1     pic 9(9).
           03 filler        pic x(1) value space.
           03 rc-count2     pic 9(9).
           03 filler        pic x(1) value space.
           03 rc-returnCode pic 9(3).

       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd reportFile.
       01 reportLine pic x(100).

       working-storage section.
       copy "returncode.cpy".
       01 eof pic x(1) value "N".
       01 fs-job            pic x(2).
       01 fs-runctl         pic x(2).
       01 fs-connectionfile pic x(2).
       01 sub     pic 9(9) comp-5 value 1.
       01 predSub pic 9(9) comp-5 value 1.
       01 findSub pic 9(9) comp-5 value 0.
       01 scanSub pic 9(9) comp-5 value 0.
       01 wsNightDate pic 9(8).
       01 wsToday pic 9(8).
       01 wsNowTime pic 9(8).
      *> times as minutes into the night - noon is zero, so 0100
      *> after midnight sorts after 2300
       01 wsNowNight      pic 9(4) comp-5.
       01 wsEarliestNight pic 9(4) comp-5.
       01 wsNightMinutes  pic 9(4) comp-5.
       01 wsHhmm pic 9(4).
       01 wsHhmmView redefines wsHhmm.
           03 wsHh pic 9(2).
           03 wsMm pic 9(2).
       78 nightStartHour value 12.
       78 defaultRetentionDays value 90.
       78 defaultKeepCount value 7.
      *> the job table and how far each job got tonight
      *>   P pending, D complete (tonight, this run or earlier),
      *>   F failed this run, N never eligible this run
       01 jobTable.
           03 jobEntry occurs 50 times.
               05 jt-name      pic x(12).
               05 jt-program   pic x(24).
               05 jt-earliest  pic 9(4).
               05 jt-exclusive pic x(1).
               05 jt-parm      pic x(12).
               05 jt-pred      pic x(12) occurs 4 times.
               05 jt-state     pic x(1).
               05 jt-earlier   pic x(1).
               05 jt-waitedOn  pic x(30).
               05 jt-reason    pic x(30).
               05 jt-start     pic 9(6).
               05 jt-end       pic 9(6).
               05 jt-rc        pic 9(3).
       01 jobCount pic 9(9) comp-5 value 0.
       01 wsReleased pic x(1) value "N".
       01 wsEligible pic x(1) value "N".
       01 wsBlocked  pic x(1) value "N".
       01 wsWaitText pic x(30).
       01 wsConnections pic 9(9) comp-5 value 0.
       01 wsConnectionsText pic z(4)9.
       01 ranCount     pic 9(9) comp-5 value 0.
       01 failedCount  pic 9(9) comp-5 value 0.
       01 waitingCount pic 9(9) comp-5 value 0.
      *> what the called programs are handed
       01 wsRetentionDays pic 9(3).
       01 wsParamName  pic x(20) value "RETENTION-DAYS".
       01 wsParamValue pic 9(9).
       01 wsParamFound pic x(1).
       01 wsKeepCount     pic 9(3).
       01 wsBackupMode    pic x(1) value "B".
       01 wsEventAction   pic x(1).
       01 wsConsumer      pic x(12).
       01 wsFromSeq pic 9(9) value 0.
       01 wsToSeq   pic 9(9) value 0.
       01 wsSheetDate pic 9(8) value 0.
       01 wsUsageFrom pic 9(8) value 0.
       01 wsUsageTo   pic 9(8) value 0.
       01 planHeading.
           03 filler      pic x(11) value "NIGHT PLAN ".
           03 ph-night    pic 9(8).
           03 filler      pic x(10) value "  RUN AT  ".
           03 ph-time     pic 9(6).
       01 planColumns.
           03 filler pic x(13) value "JOB".
           03 filler pic x(13) value "STATE".
           03 filler pic x(7)  value "START".
           03 filler pic x(7)  value "END".
           03 filler pic x(4)  value "RC".
           03 filler pic x(31) value "WAITED ON".
           03 filler pic x(25) value "NOTE".
       01 planDetail.
           03 pd-job      pic x(12).
           03 filler      pic x(1) value space.
           03 pd-state    pic x(12).
           03 filler      pic x(1) value space.
           03 pd-start    pic x(6).
           03 filler      pic x(1) value space.
           03 pd-end      pic x(6).
           03 filler      pic x(1) value space.
           03 pd-rc       pic x(3).
           03 filler      pic x(1) value space.
           03 pd-waitedOn pic x(30).
           03 filler      pic x(1) value space.
           03 pd-reason   pic x(25).
       01 planTotal.
           03 pt-label pic x(24).
           03 pt-count pic z(8)9.

       procedure division.
       0000-mainline section.
           accept wsToday from date yyyymmdd
           accept wsNowTime from time
      *> before noon the night that started yesterday evening is
      *> still running
           if wsNowTime(1:2) < nightStartHour
               compute wsNightDate = function date-of-integer
                   (function integer-of-date(wsToday) - 1)
           else
               move wsToday to wsNightDate
           end-if

           perform 1000-load-job-table
           if jobCount = 0
               display "no job-dependency table - nothing scheduled"
               goback
           end-if
           perform 1500-read-run-control

           open extend runControlFile
           move "Y" to wsReleased
           perform until wsReleased = "N"
               move "N" to wsReleased
               move 1 to sub
               perform until sub > jobCount
                   if jt-state(sub) = "P"
                       perform 2000-try-one-job
                   end-if
                   add 1 to sub
               end-perform
           end-perform
           close runControlFile

           perform 4000-write-night-plan

           display "jobs run:           " ranCount
           display "jobs failed:        " failedCount
           display "jobs not eligible:  " waitingCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-job-table section.
           move "N" to eof
           open input jobFile
           if fs-job = "00" or fs-job = "05"
               perform until eof = "Y"
                   read jobFile
                       at end
                           move "Y" to eof
                       not at end
                           if jd-jobName not = spaces
                              and jobCount < 50
                               perform 1100-note-one-job
                           end-if
                   end-read
               end-perform
           end-if
           close jobFile
           move "N" to eof
           .

       1100-note-one-job section.
           add 1 to jobCount
           move jd-jobName to jt-name(jobCount)
           move jd-program to jt-program(jobCount)
           if jd-earliest is numeric
               move jd-earliest to jt-earliest(jobCount)
           else
               move 0 to jt-earliest(jobCount)
           end-if
           move jd-exclusive to jt-exclusive(jobCount)
           move jd-parm to jt-parm(jobCount)
           move 1 to predSub
           perform until predSub > 4
               move jd-pred(predSub) to jt-pred(jobCount, predSub)
               add 1 to predSub
           end-perform
           move "P" to jt-state(jobCount)
           move "N" to jt-earlier(jobCount)
           move spaces to jt-waitedOn(jobCount)
           move spaces to jt-reason(jobCount)
           move 0 to jt-start(jobCount)
           move 0 to jt-end(jobCount)
           move 0 to jt-rc(jobCount)
           .

      *> a job with a clean completion row for tonight already ran
      *> in an earlier pass of the scheduler and is not run again
       1500-read-run-control section.
           move "N" to eof
           open input runControlFile
           if fs-runctl = "00" or fs-runctl = "05"
               perform until eof = "Y"
                   read runControlFile
                       at end
                           move "Y" to eof
                       not at end
                           if rc-runDate = wsNightDate
                              and rc-status = "C"
                              and rc-returnCode = err-success
                               move rc-stepName to jd-jobName
                               perform 1600-find-job
                               if findSub > 0
                                   move "D" to jt-state(findSub)
                                   move "Y" to jt-earlier(findSub)
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close runControlFile
           move "N" to eof
           .

      *> findSub names the job called jd-jobName - zero when the
      *> table has no such job
       1600-find-job section.
           move 0 to findSub
           move 1 to scanSub
           perform until scanSub > jobCount or findSub > 0
               if jt-name(scanSub) = jd-jobName
                   move scanSub to findSub
               end-if
               add 1 to scanSub
           end-perform
           .

       2000-try-one-job section.
           move "Y" to wsEligible
           move "N" to wsBlocked
           move spaces to wsWaitText
           perform 2100-check-predecessors
           if wsEligible = "Y"
               perform 2200-check-start-time
           end-if
           if wsEligible = "Y" and jt-exclusive(sub) = "Y"
               perform 2300-check-connections
           end-if
           evaluate true
               when wsBlocked = "Y"
                   move "N" to jt-state(sub)
                   add 1 to waitingCount
      *> a job standing down can stand its own dependents down
                   move "Y" to wsReleased
               when wsEligible = "Y"
                   perform 3000-run-one-job
                   move "Y" to wsReleased
               when other
      *> the first thing a job waited on is the one worth showing
                   if jt-waitedOn(sub) = spaces
                       move wsWaitText to jt-waitedOn(sub)
                   end-if
           end-evaluate
           .

      *> a predecessor still pending keeps the job waiting; one that
      *> failed, was never eligible, or is not on the table means the
      *> job cannot run tonight at all
       2100-check-predecessors section.
           move 1 to predSub
           perform until predSub > 4 or wsEligible = "N"
               if jt-pred(sub, predSub) not = spaces
                   move jt-pred(sub, predSub) to jd-jobName
                   perform 2150-check-one-predecessor
               end-if
               add 1 to predSub
           end-perform
           .

       2150-check-one-predecessor section.
           perform 1600-find-job
           evaluate true
               when findSub = 0
                   move "N" to wsEligible
                   move "Y" to wsBlocked
                   move spaces to jt-reason(sub)
                   string jd-jobName delimited by space
                          " not on the table" delimited by size
                       into jt-reason(sub)
                   end-string
               when jt-state(findSub) = "D"
                   continue
               when jt-state(findSub) = "F"
                  or jt-state(findSub) = "N"
                   move "N" to wsEligible
                   move "Y" to wsBlocked
                   move spaces to jt-reason(sub)
                   string jd-jobName delimited by space
                          " did not complete" delimited by size
                       into jt-reason(sub)
                   end-string
                   if jt-waitedOn(sub) = spaces
                       move jd-jobName to jt-waitedOn(sub)
                   end-if
               when other
                   move "N" to wsEligible
                   move jd-jobName to wsWaitText
           end-evaluate
           .

       2200-check-start-time section.
           accept wsNowTime from time
           move wsNowTime(1:4) to wsHhmm
           perform 2250-minutes-into-night
           move wsNightMinutes to wsNowNight
           move jt-earliest(sub) to wsHhmm
           perform 2250-minutes-into-night
           move wsNightMinutes to wsEarliestNight
           if wsNowNight < wsEarliestNight
               move "N" to wsEligible
               move spaces to wsWaitText
               string "start time " delimited by size
                      jt-earliest(sub) delimited by size
                   into wsWaitText
               end-string
           end-if
           .

      *> wsHhmm as minutes since noon into wsNightMinutes
       2250-minutes-into-night section.
           if wsHh < nightStartHour
               compute wsNightMinutes
                   = (wsHh + 24 - nightStartHour) * 60 + wsMm
           else
               compute wsNightMinutes
                   = (wsHh - nightStartHour) * 60 + wsMm
           end-if
           .

      *> an exclusive utility needs datafile to itself - any
      *> connection or quiesce row on the registry holds it
       2300-check-connections section.
           move 0 to wsConnections
           move "N" to eof
           open input connectionFile
           if fs-connectionfile = "00"
               perform until eof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to eof
                       not at end
                           if connectionLine not = spaces
                               add 1 to wsConnections
                           end-if
                   end-read
               end-perform
           end-if
           close connectionFile
           move "N" to eof
           if wsConnections > 0
               move "N" to wsEligible
               move wsConnections to wsConnectionsText
               move spaces to wsWaitText
               string "connection registry ("
                          delimited by size
                      wsConnectionsText delimited by size
                      ")" delimited by size
                   into wsWaitText
               end-string
           end-if
           .

       3000-run-one-job section.
           accept wsNowTime from time
           move wsNowTime(1:6) to jt-start(sub)
           move spaces to runControlLine
           move wsNightDate to rc-runDate
           move jt-name(sub) to rc-stepName
           move "S" to rc-status
           move wsNowTime(1:6) to rc-time
           move 0 to rc-count1
           move 0 to rc-count2
           move 0 to rc-returnCode
           write runControlLine

           move err-success to return-code
           perform 3100-call-program

           move return-code to jt-rc(sub)
           accept wsNowTime from time
           move wsNowTime(1:6) to jt-end(sub)
           move spaces to runControlLine
           move wsNightDate to rc-runDate
           move jt-name(sub) to rc-stepName
           move "C" to rc-status
           move wsNowTime(1:6) to rc-time
           move 0 to rc-count1
           move 0 to rc-count2
           move jt-rc(sub) to rc-returnCode
           write runControlLine
           if jt-rc(sub) = err-success
               move "D" to jt-state(sub)
               add 1 to ranCount
           else
               move "F" to jt-state(sub)
               add 1 to failedCount
           end-if
           .

      *> the programs the table may name, each handed what it needs
      *> from the row's parameter column - a blank parameter takes
      *> the usual default
       3100-call-program section.
           evaluate jt-program(sub)
               when "nightlyBatchRun"
                   call "nightlyBatchRun"
               when "financeBatchRun"
                   call "financeBatchRun"
               when "logHousekeeping"
                   perform 3200-retention-parm
                   call "logHousekeeping" using wsRetentionDays
               when "financeHousekeeping"
                   perform 3200-retention-parm
                   call "financeHousekeeping" using wsRetentionDays
               when "eventDistribution"
      *> a consumer in the parameter column cuts its delta; none
      *> runs the lag report
                   move jt-parm(sub) to wsConsumer
                   if wsConsumer = spaces
                       move "L" to wsEventAction
                   else
                       move "D" to wsEventAction
                   end-if
                   call "eventDistribution" using wsEventAction
                       wsConsumer wsFromSeq wsToSeq
               when "callLogImport"
                   call "callLogImport"
      *> started after midnight, so the clock's date is the day the
      *> branches open on
               when "appointmentSheet"
                   move 0 to wsSheetDate
                   call "appointmentSheet" using wsSheetDate
               when "complaintSlaReport"
                   call "complaintSlaReport"
      *> raises the held-too-long warnings as well as listing
               when "connectionRegistryReport"
                   call "connectionRegistryReport"
      *> zero dates report yesterday, the night just finished
               when "calculatorUsageReport"
                   move 0 to wsUsageFrom
                   move 0 to wsUsageTo
                   call "calculatorUsageReport" using wsUsageFrom
                       wsUsageTo
               when "reportGenerationSweep"
                   if jt-parm(sub)(1:3) is numeric
                       move jt-parm(sub)(1:3) to wsKeepCount
                   else
                       move defaultKeepCount to wsKeepCount
                   end-if
                   call "reportGenerationSweep" using wsKeepCount
               when "backupRestore"
      *> only ever a backup - a restore is never scheduled
                   move "B" to wsBackupMode
                   call "backupRestore" using wsBackupMode
               when other
                   display "job " jt-name(sub) " names unknown program "
                       jt-program(sub)
                   move 1 to return-code
           end-evaluate
           .

      *> a job's own parameter wins; without one the night's
      *> RETENTION-DAYS from system-parameters.txt, then the default
       3200-retention-parm section.
           if jt-parm(sub)(1:3) is numeric
               move jt-parm(sub)(1:3) to wsRetentionDays
           else
               move defaultRetentionDays to wsParamValue
               call "systemParameter" using wsParamName wsNightDate
                                            wsParamValue wsParamFound
               move wsParamValue to wsRetentionDays
           end-if
           .

       4000-write-night-plan section.
           open output reportFile
           move wsNightDate to ph-night
           accept wsNowTime from time
           move wsNowTime(1:6) to ph-time
           write reportLine from planHeading
           move spaces to reportLine
           write reportLine
           write reportLine from planColumns
           move 1 to sub
           perform until sub > jobCount
               perform 4100-write-plan-line
               add 1 to sub
           end-perform
           move spaces to reportLine
           write reportLine
           move "JOBS RUN" to pt-label
           move ranCount to pt-count
           write reportLine from planTotal
           move "JOBS FAILED" to pt-label
           move failedCount to pt-count
           write reportLine from planTotal
           move "JOBS NOT ELIGIBLE" to pt-label
           move waitingCount to pt-count
           write reportLine from planTotal
           close reportFile
           .

       4100-write-plan-line section.
           move spaces to planDetail
           move jt-name(sub) to pd-job
           move jt-waitedOn(sub) to pd-waitedOn
           move jt-reason(sub) to pd-reason
           evaluate true
               when jt-earlier(sub) = "Y"
                   move "DONE EARLIER" to pd-state
               when jt-state(sub) = "D"
                   move "RAN" to pd-state
               when jt-state(sub) = "F"
                   move "FAILED" to pd-state
               when jt-state(sub) = "N"
                   move "NEVER ELIG." to pd-state
               when other
      *> still waiting when the passes ran out - the next run of
      *> the scheduler takes it up again
                   move "WAITING" to pd-state
                   add 1 to waitingCount
                   if jt-reason(sub) = spaces
                       move "not yet eligible" to pd-reason
                   end-if
           end-evaluate
           if (jt-state(sub) = "D" or jt-state(sub) = "F")
              and jt-earlier(sub) not = "Y"
               move jt-start(sub) to pd-start
               move jt-end(sub) to pd-end
               move jt-rc(sub) to pd-rc
           end-if
           write reportLine from planDetail
           .

       end program masterScheduler.
