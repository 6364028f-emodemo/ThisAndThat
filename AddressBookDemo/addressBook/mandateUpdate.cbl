      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Maintains mandates.txt, the direct debit mandates
      *> directDebitCollection collects on, in the cityMasterUpdate
      *> mold.  Applies mandate-updates.txt: action A (add), U
      *> (update), or C (cancel) followed by the mandate.cpy fields.
      *> Every added or updated mandate is validated before it is
      *> stored - the IBAN must pass its ISO 7064 mod-97 check
      *> digits (a transposed account number bounces the whole
      *> collection at the bank, days later), the reference must be
      *> present and not already carried by another contact, the
      *> signature date must be a real date not in the future, and
      *> the status must be A or S.  A cancellation keeps the row
      *> with status C rather than deleting it - the bank can ask
      *> for a cancelled mandate's details for years.  Rejected
      *> rows are counted and shown, never forced through.
       program-id. mandateUpdate as "mandateUpdate".

       environment division.
       input-output section.
       file-control.
           select optional mandateFile assign to ".\mandates.txt"
           organization is indexed
           access is dynamic
           record key mdRecordId of mandateRec with no duplicates
           alternate record key mdReference of mandateRec
               with no duplicates
           file status is fs-mandate.

           select updateFile assign to ".\mandate-updates.txt"
           organization is line sequential
           file status is fs-update.

       data division.
       file section.
       fd mandateFile.
       01 mandateRec.
       copy "mandate.cpy".

       fd updateFile.
       01 updateLine.
           03 mu-action pic x(1).
           03 filler    pic x(1).
           03 mu-entry.
               copy "mandate.cpy" replacing ==02== by ==05==.

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-mandate pic x(2).
       01 fs-update  pic x(2).
       01 addedCount     pic 9(9) comp-5 value 0.
       01 updatedCount   pic 9(9) comp-5 value 0.
       01 cancelledCount pic 9(9) comp-5 value 0.
       01 rejectedCount  pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
       01 wsRowOk  pic x(1) value "Y".
       01 wsReason pic x(40).
       01 wsLastCollected pic 9(8).
      *> the IBAN check - the account rearranged with the country
      *> code and check digits moved to the end, letters worked as
      *> two-digit numbers (A = 10 ... Z = 35), remainder mod 97
       01 wsIban pic x(34).
       01 wsIbanLength pic 9(4) comp-5 value 0.
       01 wsIbanWork pic x(34).
       01 wsIbanChar pic x(1).
       01 wsIbanValue pic 9(4) comp-5 value 0.
       01 wsIbanRemainder pic 9(9) comp-5 value 0.
       01 wsIbanOk pic x(1) value "Y".
       01 letterTable.
           03 filler pic x(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 letterView redefines letterTable.
           03 letterEntry occurs 26 times pic x(1).
       01 letterSub pic 9(4) comp-5 value 0.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           open i-o mandateFile
           if fs-mandate not = "00" and fs-mandate not = "05"
               display "mandate file not usable, file status "
                   fs-mandate ", nothing applied"
               goback
           end-if
           open input updateFile
           if fs-update = "00"
               perform until eof = "Y"
                   read updateFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1000-apply-one-update
                   end-read
               end-perform
               close updateFile
           else
               display "update file not found, file status "
                   fs-update ", nothing applied"
           end-if
           close mandateFile

           display "mandates added:     " addedCount
           display "mandates updated:   " updatedCount
           display "mandates cancelled: " cancelledCount
           display "rows rejected:      " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-apply-one-update section.
           evaluate mu-action
               when "A"
                   perform 2000-validate-mandate
                   if wsRowOk = "Y"
                       perform 1100-add-mandate
                   end-if
               when "U"
                   perform 2000-validate-mandate
                   if wsRowOk = "Y"
                       perform 1200-update-mandate
                   end-if
               when "C"
                   perform 1300-cancel-mandate
               when other
                   move "N" to wsRowOk
                   move "unknown action" to wsReason
           end-evaluate
           if wsRowOk not = "Y"
               add 1 to rejectedCount
               display "rejected " mu-action " for recordId "
                   mdRecordId of mu-entry ": " wsReason
           end-if
           .

       1100-add-mandate section.
           move mu-entry to mandateRec
           move 0 to mdLastCollected of mandateRec
           write mandateRec
               invalid key
                   move "N" to wsRowOk
                   move "mandate or reference already on file"
                       to wsReason
               not invalid key
                   add 1 to addedCount
           end-write
           .

      *> the collection history is the run's, not the update row's -
      *> the last-collected date survives an update
       1200-update-mandate section.
           move mdRecordId of mu-entry to mdRecordId of mandateRec
           read mandateFile
               key is mdRecordId of mandateRec
               invalid key
                   move "N" to wsRowOk
                   move "no mandate for this recordId" to wsReason
               not invalid key
                   move mdLastCollected of mandateRec
                       to wsLastCollected
                   move mu-entry to mandateRec
                   move wsLastCollected
                       to mdLastCollected of mandateRec
                   rewrite mandateRec
                       invalid key
                           move "N" to wsRowOk
                           move "reference already on another mandate"
                               to wsReason
                       not invalid key
                           add 1 to updatedCount
                   end-rewrite
           end-read
           .

       1300-cancel-mandate section.
           move "Y" to wsRowOk
           move mdRecordId of mu-entry to mdRecordId of mandateRec
           read mandateFile
               key is mdRecordId of mandateRec
               invalid key
                   move "N" to wsRowOk
                   move "no mandate for this recordId" to wsReason
               not invalid key
                   move "C" to mdStatus of mandateRec
                   rewrite mandateRec end-rewrite
                   add 1 to cancelledCount
           end-read
           .

       2000-validate-mandate section.
           move "Y" to wsRowOk
           move spaces to wsReason
           evaluate true
               when mdRecordId of mu-entry is not numeric
                    or mdRecordId of mu-entry = 0
                   move "N" to wsRowOk
                   move "recordId missing" to wsReason
               when mdReference of mu-entry = spaces
                   move "N" to wsRowOk
                   move "mandate reference missing" to wsReason
               when mdSignedDate of mu-entry is not numeric
                    or mdSignedDate of mu-entry < 19000101
                    or mdSignedDate of mu-entry > wsRunDate
                   move "N" to wsRowOk
                   move "signature date not valid" to wsReason
               when mdStatus of mu-entry not = "A"
                    and mdStatus of mu-entry not = "S"
                   move "N" to wsRowOk
                   move "status must be A or S" to wsReason
           end-evaluate
           if wsRowOk = "Y"
               move mdAccount of mu-entry to wsIban
               perform 2100-check-iban
               if wsIbanOk not = "Y"
                   move "N" to wsRowOk
                   move "account fails IBAN check digits" to wsReason
               end-if
           end-if
           .

      *> two letters of country, two check digits, then up to thirty
      *> alphanumerics; valid when the rearranged number leaves a
      *> remainder of 1 mod 97
       2100-check-iban section.
           move "Y" to wsIbanOk
           move 0 to wsIbanLength
           move 1 to sub
           perform until sub > 34
               if wsIban(sub:1) not = space
                   move sub to wsIbanLength
               end-if
               add 1 to sub
           end-perform
           if wsIbanLength < 15
              or wsIban(1:2) is not alphabetic-upper
              or wsIban(3:2) is not numeric
               move "N" to wsIbanOk
           else
               move spaces to wsIbanWork
               move wsIban(5:wsIbanLength - 4) to wsIbanWork
               move wsIban(1:4)
                   to wsIbanWork(wsIbanLength - 3:4)
               move 0 to wsIbanRemainder
               move 1 to sub
               perform until sub > wsIbanLength
                             or wsIbanOk not = "Y"
                   move wsIbanWork(sub:1) to wsIbanChar
                   perform 2200-add-iban-char
                   add 1 to sub
               end-perform
               if wsIbanRemainder not = 1
                   move "N" to wsIbanOk
               end-if
           end-if
           .

       2200-add-iban-char section.
           if wsIbanChar is numeric
               compute wsIbanRemainder = function mod
                   (wsIbanRemainder * 10
                    + function numval(wsIbanChar), 97)
           else
               move 0 to wsIbanValue
               move 1 to letterSub
               perform until letterSub > 26
                   if letterEntry(letterSub) = wsIbanChar
                       compute wsIbanValue = letterSub + 9
                   end-if
                   add 1 to letterSub
               end-perform
               if wsIbanValue = 0
                   move "N" to wsIbanOk
               else
                   compute wsIbanRemainder = function mod
                       (wsIbanRemainder * 100 + wsIbanValue, 97)
               end-if
           end-if
           .

       end program mandateUpdate.
