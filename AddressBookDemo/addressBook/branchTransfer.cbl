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
