           03 filler          pic x(1).
           03 hi-rest         pic x(140).

      *> wide enough for the recordId and calling program that
      *> confidentialMask adds to its UNMASKED rows
       fd accessFile.
       01 accessLine.
           03 ac-timestamp    pic x(14).
           03 filler          pic x(1).
           03 ac-rest         pic x(60).

       fd archiveFile.
       01 archiveRec.
