      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The one place the restricted-contact rule lives, called by
      *> every output that shows a contact's street, phone, mobile
      *> or email.  Handed the operator, the calling program's name
      *> and a record image, it looks the recordId up on
      *> records-confidential.txt.  A contact with no entry is left
      *> alone (result space).  For a restricted contact the
      *> operator's clearance - the digit in column 12 of their
      *> operator-permissions.txt row, none or no row = 0 - is held
      *> against the entry's level: below it, the four contact
      *> fields are overwritten in the caller's image (result "M");
      *> at or above it the image is left whole (result "U") and the
      *> view is written to records-access.txt as an UNMASKED row
      *> carrying the operator, recordId and calling program, so we
      *> can show who looked.  A blank operator - a batch print -
      *> has no clearance.  The restricted file stays open from the
      *> first call to the end of the run, and the clearance is only
      *> looked up again when the operator changes.
       program-id. confidentialMask as "confidentialMask".

       environment division.
       input-output section.
       file-control.
           select optional confidentialFile
           assign to ".\records-confidential.txt"
           organization is indexed
           access is dynamic
           record key cfRecordId of confidentialRec
               with no duplicates
           file status is fs-confidential.

           select optional permissionFile
           assign to ".\operator-permissions.txt"
           organization is line sequential
           file status is fs-permission.

           select optional accessFile
           assign to ".\records-access.txt"
           organization is line sequential.

       data division.
       file section.
       fd confidentialFile.
       01 confidentialRec.
       copy "confidential.cpy".

       fd permissionFile.
       01 permissionLine.
           03 op-operatorId pic x(8).
           03 filler        pic x(1).
           03 op-level      pic x(1).
           03 filler        pic x(1).
      *> 0-9, how restricted a contact this operator may see whole
           03 op-clearance  pic x(1).

      *> the recordsProgram access trail, with the viewed recordId
      *> and the program that showed it trailing the usual columns
       fd accessFile.
       01 accessLine.
           03 ac-timestamp    pic x(14).
           03 filler          pic x(1) value space.
           03 ac-operation    pic x(10).
           03 filler          pic x(1) value space.
           03 ac-recordCount  pic 9(5).
           03 filler          pic x(1) value space.
           03 ac-operator     pic x(8).
           03 filler          pic x(1) value space.
           03 ac-recordId     pic 9(9).
           03 filler          pic x(1) value space.
           03 ac-source       pic x(24).

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-confidential pic x(2).
       01 fs-permission   pic x(2).
       01 wsFileOpen pic x(1) value "N".
       01 wsFilePresent pic x(1) value "N".
       01 wsLoaded   pic x(1) value "N".
       01 wsLoadedOperator pic x(8) value spaces.
       01 wsClearance pic 9(1) value 0.
       01 wsNeeded    pic 9(1) value 0.
       01 wsRestricted pic x(1) value "N".
       01 wsStampDate pic 9(8).
       01 wsStampTime pic 9(8).
       01 wsMaskText pic x(10) value "RESTRICTED".

       linkage section.
       01 operatorParm pic x(8).
      *> the calling program, for the access trail
       01 sourceParm pic x(24).
       01 maskRec.
       copy "records.cpy".
      *> space not restricted, M masked, U shown whole and logged
       01 maskResultParm pic x(1).

       procedure division using operatorParm sourceParm maskRec
                                maskResultParm.
       0000-mainline section.
           move space to maskResultParm
           if wsFileOpen = "N"
               open input confidentialFile
               move "Y" to wsFileOpen
               if fs-confidential = "00" or fs-confidential = "02"
                   move "Y" to wsFilePresent
               end-if
           end-if
           if wsLoaded = "N" or operatorParm not = wsLoadedOperator
               perform 1000-load-clearance
           end-if

           perform 2000-find-entry
           if wsRestricted = "Y"
               if wsClearance >= wsNeeded
                   move "U" to maskResultParm
                   perform 3000-log-unmasked-view
               else
                   move "M" to maskResultParm
                   move wsMaskText to recordStreet of maskRec
                   move wsMaskText to recordPhone of maskRec
                   move wsMaskText to recordEmail of maskRec
                   move wsMaskText to recordMobile of maskRec
               end-if
           end-if
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-clearance section.
           move 0 to wsClearance
           move operatorParm to wsLoadedOperator
           move "Y" to wsLoaded
           if operatorParm not = spaces
               move "N" to eof
               open input permissionFile
               if fs-permission = "00"
                   perform until eof = "Y"
                       read permissionFile
                           at end
                               move "Y" to eof
                           not at end
                               if op-operatorId = operatorParm
                                   if op-clearance is numeric
                                       move op-clearance
                                           to wsClearance
                                   end-if
                                   move "Y" to eof
                               end-if
                       end-read
                   end-perform
               end-if
               close permissionFile
               move "N" to eof
           end-if
           .

      *> a level of zero on an entry still restricts - it takes
      *> clearance 1 to see the contact whole
       2000-find-entry section.
           move "N" to wsRestricted
           if wsFilePresent = "Y"
               move recordId of maskRec
                   to cfRecordId of confidentialRec
               read confidentialFile
                   key is cfRecordId of confidentialRec
                   invalid key
                       continue
                   not invalid key
                       move "Y" to wsRestricted
                       move cfLevel of confidentialRec to wsNeeded
                       if wsNeeded = 0
                           move 1 to wsNeeded
                       end-if
               end-read
           end-if
           .

       3000-log-unmasked-view section.
           accept wsStampDate from date yyyymmdd
           accept wsStampTime from time
           open extend accessFile
           move spaces to accessLine
           move wsStampDate to ac-timestamp(1:8)
           move wsStampTime(1:6) to ac-timestamp(9:6)
           move "UNMASKED" to ac-operation
           move 1 to ac-recordCount
           move operatorParm to ac-operator
           move recordId of maskRec to ac-recordId
           move sourceParm to ac-source
           write accessLine
           close accessFile
           .

       end program confidentialMask.
