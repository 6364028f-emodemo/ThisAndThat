      *> contact point is supplied, the phone/mobile/email match
      *> findByContactPointFunc applies - a number keyed in the
      *> contact-point parameter matches either line.  Every match
      *> reports with its branch code; a restricted contact's phone
      *> is masked through confidentialMask unless the searching
      *> operator is cleared for it.
       program-id. crossBranchSearch as "crossBranchSearch".

       environment division.
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

       fd branchFile.
       01 branchLine.
       01 branchCount pic 9(9) comp-5 value 0.
       01 matchCount pic 9(9) comp-5 value 0.
       01 wsHit pic x(1) value "N".
       01 wsMaskSource pic x(24) value "crossBranchSearch".
       01 wsMaskResult pic x(1).
       01 reportHeading.
           03 filler pic x(4)  value "BR  ".
           03 filler pic x(10) value "RECORD".
      *> non-blank switches the run to a contact-point match - the
      *> value is tried against phone, mobile, and email
       01 contactPointParm pic x(50).
      *> who is searching - blank sees restricted contacts masked
       01 operatorParm pic x(8).

       procedure division using nameParm familyParm
                                contactPointParm operatorParm.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
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
           if wsHit = "Y"
               add 1 to matchCount
               call "confidentialMask" using operatorParm
                                             wsMaskSource rec
                                             wsMaskResult
               move spaces to detailLine
               move bt-branchCode(sub) to dl-branch
               move recordId of rec     to dl-recordId
