      *> criticals first, carried forward day after day until
      *> someone deals with them.  The operator can acknowledge
      *> alerts one by one; an acknowledgment stamps their id onto
      *> the row and the alert drops off tomorrow's report.  An
      *> alert from changePatternMonitor carries a hit reference;
      *> the evidence rows filed under it on
      *> change-pattern-evidence.txt are listed beneath the alert so
      *> the pattern can be judged from the report alone.
       program-id. morningAlertReport as "morningAlertReport".

       environment division.
           select reportFile assign to ".\morning-alert-report.txt"
           organization is line sequential.

           select optional evidenceFile
           assign to ".\change-pattern-evidence.txt"
           organization is line sequential
           file status is fs-evidence.

       data division.
       file section.
       fd alertFile.
       fd reportFile.
       01 reportLine pic x(110).

       fd evidenceFile.
       01 evidenceLine.
           03 ev-hitRef    pic x(16).
           03 filler       pic x(1).
           03 ev-pattern   pic x(12).
           03 filler       pic x(1).
           03 ev-source    pic x(8).
           03 filler       pic x(1).
           03 ev-timestamp pic x(14).
           03 filler       pic x(1).
           03 ev-recordId  pic 9(9).
           03 filler       pic x(1).
           03 ev-operator  pic x(8).
           03 filler       pic x(1).
           03 ev-detail    pic x(60).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 fs-alert pic x(2).
       01 fs-evidence pic x(2).
       01 wsEvidenceEof pic x(1) value "N".
      *> the hit reference at-text carries after "PATTERN "
       01 wsHitRef pic x(16).
       01 wsOperatorId pic x(8) value spaces.
       01 wsAnswer pic x(1).
       01 alertTable.
           03 dl-sourceJob pic x(16).
           03 filler       pic x(1) value space.
           03 dl-text      pic x(60).
       01 evidenceDetailLine.
           03 filler       pic x(4) value spaces.
           03 ed-source    pic x(8).
           03 filler       pic x(1) value space.
           03 ed-timestamp pic x(14).
           03 filler       pic x(1) value space.
           03 ed-operator  pic x(8).
           03 filler       pic x(1) value space.
           03 ed-detail    pic x(60).

       procedure division.
       0000-mainline section.
                   move at-sourceJob(sub) to dl-sourceJob
                   move at-text(sub)      to dl-text
                   write reportLine from detailLine
                   if at-sourceJob(sub) = "changePatternMon"
                       perform 2100-list-evidence
                   end-if
               end-if
               add 1 to sub
           end-perform
           close reportFile
           .

      *> the evidence rows filed under the alert's hit reference
       2100-list-evidence section.
           move at-text(sub)(9:16) to wsHitRef
           move "N" to wsEvidenceEof
           open input evidenceFile
           if fs-evidence = "00"
               perform until wsEvidenceEof = "Y"
                   read evidenceFile
                       at end
                           move "Y" to wsEvidenceEof
                       not at end
                           if ev-hitRef = wsHitRef
                               move ev-source    to ed-source
                               move ev-timestamp to ed-timestamp
                               move ev-operator  to ed-operator
                               move ev-detail    to ed-detail
                               write reportLine
                                   from evidenceDetailLine
                           end-if
                   end-read
               end-perform
           end-if
           close evidenceFile
           .

       3000-acknowledge-cycle section.
           move 1 to sub
           perform until sub > alertCount
