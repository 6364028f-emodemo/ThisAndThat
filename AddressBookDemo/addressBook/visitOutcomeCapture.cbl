      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Files what a field rep found at each stop of a
      *> visitRoutePlanning route sheet into the contact history.
      *> Each row of visit-outcomes.txt - recordId, visit date,
      *> outcome (V visited, N nobody home, R refused, M moved away),
      *> the close-follow-up box and the rep's remark - becomes an
      *> interaction entry through addInteractionFunc, noted with the
      *> visit date, rep and outcome.  A "Y" in the close box closes
      *> the contact's oldest open follow-up through
      *> completeFollowUpFunc, the promise the visit kept; left open,
      *> the follow-up comes round on the next route plan.  A row
      *> that will not file parks on the review file with its
      *> reason.  Filed/closed/parked counts close the run.
       program-id. visitOutcomeCapture as "visitOutcomeCapture".

       environment division.
       input-output section.
       file-control.
           select outcomeFile assign to ".\visit-outcomes.txt"
           organization is line sequential
           file status is fs-outcome.

           select optional reviewFile
           assign to ".\visit-outcome-review.txt"
           organization is line sequential.

       data division.
       file section.
       fd outcomeFile.
       01 outcomeLine.
           03 vo-recordId  pic 9(9).
           03 filler       pic x(1).
           03 vo-visitDate pic 9(8).
           03 filler       pic x(1).
           03 vo-outcome   pic x(1).
           03 filler       pic x(1).
           03 vo-close     pic x(1).
           03 filler       pic x(1).
           03 vo-remark    pic x(40).

       fd reviewFile.
       01 reviewLine.
           03 rv-reason  pic x(8).
           03 filler     pic x(1) value space.
           03 rv-rep     pic x(8).
           03 filler     pic x(1) value space.
           03 rv-outcome pic x(63).

       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 arrayParent.
           03 array occurs 5000 times.
               copy "records.cpy" replacing ==02== by ==04==.
       01 interactionParent redefines arrayParent.
       copy "interaction.cpy" replacing ==02== by ==03==
                                        ==03== by ==04==.
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".
       01 fs-outcome pic x(2).
       01 filedCount     pic 9(9) comp-5 value 0.
       01 closedCount    pic 9(9) comp-5 value 0.
       01 notOpenCount   pic 9(9) comp-5 value 0.
       01 parkedCount    pic 9(9) comp-5 value 0.
       01 wsRowOk pic x(1) value "Y".
       01 wsNoteText pic x(60).
       01 wsOutcomeText pic x(9).
      *> the operator every visit note is stamped with
       78 jobOperator value "VISITCAP".
       01 wsJobOperator pic x(8) value jobOperator.

       linkage section.
      *> the rep whose sheet is being keyed in
       01 repParm pic x(8).

       procedure division using repParm.
       0000-mainline section.
           move openFile to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code not = err-success
               display "could not open the records files,"
                   " return-code " return-code
               goback
           end-if
           move signOnOperator to func
           call "recordsProgram" using func tmprec wsJobOperator

           open input outcomeFile
           if fs-outcome not = "00"
               display "visit outcomes not found, file status "
                   fs-outcome ", nothing filed"
           else
               open extend reviewFile
               perform until eof = "Y"
                   read outcomeFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1000-file-one-outcome
                   end-read
               end-perform
               close reviewFile
               close outcomeFile
           end-if

           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

           display "visits filed:         " filedCount
           display "follow-ups closed:    " closedCount
           display "none open to close:   " notOpenCount
           display "rows parked:          " parkedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-file-one-outcome section.
           move "Y" to wsRowOk
           evaluate true
               when vo-recordId is not numeric
                    or vo-recordId = 0
                    or vo-visitDate is not numeric
                   move "N" to wsRowOk
                   move "BADROW" to rv-reason
               when vo-outcome = "V"
                   move "VISITED" to wsOutcomeText
               when vo-outcome = "N"
                   move "NOT HOME" to wsOutcomeText
               when vo-outcome = "R"
                   move "REFUSED" to wsOutcomeText
               when vo-outcome = "M"
                   move "MOVED" to wsOutcomeText
               when other
                   move "N" to wsRowOk
                   move "OUTCOME" to rv-reason
           end-evaluate
           if wsRowOk = "Y"
               perform 2000-file-one-interaction
           end-if
           if wsRowOk = "Y" and vo-close = "Y"
               perform 2100-close-follow-up
           end-if
           if wsRowOk not = "Y"
               perform 3000-park-one-outcome
           end-if
           .

       2000-file-one-interaction section.
           move spaces to wsNoteText
           string "VISIT " delimited by size
                  vo-visitDate delimited by size
                  " " delimited by size
                  repParm delimited by space
                  " " delimited by size
                  wsOutcomeText delimited by "  "
                  " " delimited by size
                  vo-remark delimited by size
               into wsNoteText
               on overflow continue
           end-string
           initialize arrayParent
           move vo-recordId
               to interactionRecordId of interactionParent
           move wsNoteText
               to interactionNote of interactionParent
           move 0 to interactionFollowUp of interactionParent
           move "N" to interactionFollowDone of interactionParent
           move addInteraction to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code = err-success
               add 1 to filedCount
           else
               move "N" to wsRowOk
               if return-code = err-missing-record
                   move "NORECORD" to rv-reason
               else
                   move "FILEFAIL" to rv-reason
               end-if
               move err-success to return-code
           end-if
           .

      *> a blank timestamp closes the contact's oldest open promise
       2100-close-follow-up section.
           initialize arrayParent
           move vo-recordId
               to interactionRecordId of interactionParent
           move spaces to interactionTimestamp of interactionParent
           move completeFollowUp to func
           call "recordsProgram" using func tmprec arrayParent
           if return-code = err-success
               add 1 to closedCount
           else
               add 1 to notOpenCount
               move err-success to return-code
           end-if
           .

       3000-park-one-outcome section.
           add 1 to parkedCount
           move repParm to rv-rep
           move outcomeLine to rv-outcome
           write reviewLine
           .

       end program visitOutcomeCapture.
