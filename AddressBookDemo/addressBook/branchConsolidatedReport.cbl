      *> grand total, all in one run instead of one report per
      *> environment-variable juggle.  Each branch's datafile is
      *> opened read-only at the path the control file maps it to.
      *> Restricted contacts are masked through confidentialMask as
      *> each is read, unless the operator named in the
      *> ADDRESSBOOK_OPERATOR environment variable is cleared for
      *> them; the markers are the ones on this branch's
      *> records-confidential.txt, keyed by recordId.
       program-id. branchConsolidatedReport
           as "branchConsolidatedReport".

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
               05 bt-count      pic 9(9) comp-5.
       01 branchCount pic 9(9) comp-5 value 0.
       01 grandCount pic 9(9) comp-5 value 0.
       01 wsOperator pic x(8).
       01 wsMaskSource pic x(24) value "branchConsolidatedReport".
       01 wsMaskResult pic x(1).
       01 reportHeading1.
           03 filler pic x(4)  value "BR  ".
           03 filler pic x(20) value "FAMILY".
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsOperator from environment "ADDRESSBOOK_OPERATOR"
           perform 1000-load-branch-table
           if branchCount = 0
               display "no branches configured - nothing to report"
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
                       not at end
                           move bt-branchCode(sub)
                               to sr-branchCode
                           call "confidentialMask" using
                               wsOperator wsMaskSource rec
                               wsMaskResult
                           move rec to sr-record
                           release sortRec
                           add 1 to bt-count(sub)
