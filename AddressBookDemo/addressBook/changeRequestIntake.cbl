      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Takes the address and phone changes customers send through
      *> the website (web-change-requests.txt) onto the verification
      *> queue, change-request-queue.txt, instead of the desk
      *> re-keying them into maintenanceScreen on trust.  Each
      *> request is matched to a contact - the recordId the customer
      *> quoted if it is on file, else the contacts filed under the
      *> name given - and scored on how well the identifying details
      *> match: name and family 20, the old phone (as recordPhone or
      *> recordMobile) 30, the postal code 20, an invoice number on
      *> the receivables master for that contact 30.  The best
      *> scoring candidate is kept; a request nothing matches is
      *> queued against recordId zero for the desk to reject.  A
      *> request that changes the street, city or postal code and a
      *> phone, email or mobile together - the shape of an account
      *> takeover - or that scores under lowScore is marked for
      *> two approvals.  Requests already queued or decided (the
      *> web file is re-sent whole) are passed by; malformed ones
      *> are shown and counted.  changeRequestScreen works the
      *> queue.
       program-id. changeRequestIntake as "changeRequestIntake".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this job at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates
           file status is fs-datafile.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select webFile assign to ".\web-change-requests.txt"
           organization is line sequential
           file status is fs-web.

           select optional queueFile
           assign to ".\change-request-queue.txt"
           organization is line sequential
           file status is fs-queue.

           select optional decisionFile
           assign to ".\change-request-decisions.txt"
           organization is line sequential
           file status is fs-decision.

      *> the maintenance interlock - while an exclusive utility's
      *> quiesce marker stands on the lock file, this job refuses
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

       fd datafile.
       01 rec.
       copy "records.cpy".

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

      *> as the web channel writes it - spaces in a new-value field
      *> leave that field as it is
       fd webFile.
       01 webLine.
           03 wr-requestId pic x(12).
           03 filler       pic x(1).
           03 wr-recordId  pic x(9).
           03 filler       pic x(1).
           03 wr-name      pic x(30).
           03 filler       pic x(1).
           03 wr-family    pic x(30).
           03 filler       pic x(1).
           03 wr-oldPhone  pic x(20).
           03 filler       pic x(1).
           03 wr-oldCode   pic x(5).
           03 filler       pic x(1).
           03 wr-invoiceNo pic x(9).
           03 filler       pic x(1).
           03 wr-newStreet pic x(30).
           03 filler       pic x(1).
           03 wr-newCity   pic x(20).
           03 filler       pic x(1).
           03 wr-newCode   pic x(5).
           03 filler       pic x(1).
           03 wr-newPhone  pic x(20).
           03 filler       pic x(1).
           03 wr-newEmail  pic x(50).
           03 filler       pic x(1).
           03 wr-newMobile pic x(20).

       fd queueFile.
       01 queueRec.
       copy "changerequest.cpy".

       fd decisionFile.
       01 decisionLine.
           03 dc-timestamp pic x(14).
           03 filler       pic x(1).
           03 dc-requestId pic x(12).
           03 filler       pic x(1).
           03 dc-rest      pic x(40).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 wsNameEof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-datafile pic x(2).
       01 fs-master   pic x(2).
       01 fs-web      pic x(2).
       01 fs-queue    pic x(2).
       01 fs-decision pic x(2).
       01 wsDatafilePath pic x(255).
       01 wsRunDate pic 9(8).
      *> under this score a request needs two approvals whatever it
      *> changes
       78 lowScore value 40.
      *> request ids already queued or decided
       01 knownTable.
           03 knownEntry occurs 5000 times.
               05 kn-requestId pic x(12).
       01 knownCount pic 9(9) comp-5 value 0.
       01 wsKnown pic x(1) value "N".
       01 wsRowOk pic x(1) value "Y".
       01 wsReason pic x(40).
      *> the candidate being scored and the best so far
       01 wsScore pic 9(3).
       01 wsFlags.
           03 wsFlagName    pic x(1).
           03 wsFlagPhone   pic x(1).
           03 wsFlagCode    pic x(1).
           03 wsFlagInvoice pic x(1).
       01 wsBestRecordId pic 9(9) value 0.
       01 wsBestScore pic 9(3) value 0.
       01 wsBestFlags pic x(4).
       01 wsBestRec.
       copy "records.cpy" replacing ==02== by ==03==.
       01 wsQuotedId pic 9(9).
       01 wsAddressChange pic x(1).
       01 wsContactChange pic x(1).
       01 queuedCount   pic 9(9) comp-5 value 0.
       01 unmatchedCount pic 9(9) comp-5 value 0.
       01 dualCount     pic 9(9) comp-5 value 0.
       01 repeatCount   pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.

       procedure division.
       0000-mainline section.
           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           open input webFile
           if fs-web not = "00"
               display "web change-request file not found, file"
                   " status " fs-web ", nothing queued"
               goback
           end-if
           perform 0500-load-known-requests

           accept wsDatafilePath
               from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           open input datafile
           open input receivablesFile
           open extend queueFile
           perform until eof = "Y"
               read webFile
                   at end
                       move "Y" to eof
                   not at end
                       perform 1000-take-one-request
               end-read
           end-perform
           close queueFile
           close receivablesFile
           close datafile
           close webFile

           display "requests queued:    " queuedCount
           display "  matched nobody:   " unmatchedCount
           display "  two approvals:    " dualCount
           display "already on file:    " repeatCount
           display "rows rejected:      " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> the same quiesce check the exclusive utilities make before
      *> they start - a "Q" row means one of them holds the system
      *> for maintenance, and a read that races the rebuild is how
      *> a reorganization fails at 2 a.m.
       0010-check-quiesce section.
           move "N" to wsQuiesced
           move "N" to wsLockEof
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
           close connectionFile
           move "N" to wsLockEof
           .

       0500-load-known-requests section.
           move "N" to eof
           open input queueFile
           if fs-queue = "00"
               perform until eof = "Y"
                   read queueFile
                       at end
                           move "Y" to eof
                       not at end
                           if knownCount < 5000
                               add 1 to knownCount
                               move crRequestId
                                   to kn-requestId(knownCount)
                           end-if
                   end-read
               end-perform
           end-if
           close queueFile
           move "N" to eof
           open input decisionFile
           if fs-decision = "00"
               perform until eof = "Y"
                   read decisionFile
                       at end
                           move "Y" to eof
                       not at end
                           if knownCount < 5000
                               add 1 to knownCount
                               move dc-requestId
                                   to kn-requestId(knownCount)
                           end-if
                   end-read
               end-perform
           end-if
           close decisionFile
           move "N" to eof
           .

       1000-take-one-request section.
           move "Y" to wsRowOk
           move spaces to wsReason
           move "N" to wsKnown
           move 1 to sub
           perform until sub > knownCount
               if kn-requestId(sub) = wr-requestId
                   move "Y" to wsKnown
               end-if
               add 1 to sub
           end-perform
           evaluate true
               when wr-requestId = spaces
                   move "N" to wsRowOk
                   move "request id missing" to wsReason
               when wsKnown = "Y"
                   add 1 to repeatCount
               when wr-newStreet = spaces and wr-newCity = spaces
                    and wr-newCode = spaces and wr-newPhone = spaces
                    and wr-newEmail = spaces and wr-newMobile = spaces
                   move "N" to wsRowOk
                   move "no change asked for" to wsReason
               when wr-newCode not = spaces
                    and wr-newCode is not numeric
                   move "new postal code not numeric" to wsReason
                   move "N" to wsRowOk
               when other
                   perform 2000-find-best-match
                   perform 3000-queue-request
           end-evaluate
           if wsRowOk not = "Y"
               add 1 to rejectedCount
               display "rejected request " wr-requestId ": "
                   wsReason
           end-if
           .

      *> the quoted recordId first, then everyone filed under the
      *> name given - the highest score wins, the first on a tie
       2000-find-best-match section.
           move 0 to wsBestRecordId
           move 0 to wsBestScore
           move spaces to wsBestFlags
           move spaces to wsBestRec
           if wr-recordId is numeric
               move wr-recordId to wsQuotedId
               move wsQuotedId to recordId of rec
               read datafile
                   key is recordId of rec
                   invalid key
                       continue
                   not invalid key
                       perform 2100-score-candidate
               end-read
           end-if
           if wr-name not = spaces
               move "N" to wsNameEof
               move wr-name to recordName of rec
               start datafile
                   key is = recordName of rec
                   invalid key
                       move "Y" to wsNameEof
                   not invalid key
                       continue
               end-start
               perform until wsNameEof = "Y"
                   read datafile next record
                       at end
                           move "Y" to wsNameEof
                       not at end
                           if recordName of rec not = wr-name
                               move "Y" to wsNameEof
                           else
                               perform 2100-score-candidate
                           end-if
                   end-read
               end-perform
           end-if
           .

       2100-score-candidate section.
           move 0 to wsScore
           move spaces to wsFlags
           if wr-name not = spaces or wr-family not = spaces
               if recordName of rec = wr-name
                  and recordFamily of rec = wr-family
                   move "Y" to wsFlagName
                   add 20 to wsScore
               else
                   move "N" to wsFlagName
               end-if
           end-if
           if wr-oldPhone not = spaces
               if wr-oldPhone = recordPhone of rec
                  or wr-oldPhone = recordMobile of rec
                   move "Y" to wsFlagPhone
                   add 30 to wsScore
               else
                   move "N" to wsFlagPhone
               end-if
           end-if
           if wr-oldCode not = spaces
               if wr-oldCode is numeric
                  and wr-oldCode = recordCode of rec
                   move "Y" to wsFlagCode
                   add 20 to wsScore
               else
                   move "N" to wsFlagCode
               end-if
           end-if
           if wr-invoiceNo not = spaces
               move "N" to wsFlagInvoice
               if wr-invoiceNo is numeric
                  and (fs-master = "00" or fs-master = "05")
                   move wr-invoiceNo to rmInvoiceNo of receivableRec
                   read receivablesFile
                       key is rmInvoiceNo of receivableRec
                       invalid key
                           continue
                       not invalid key
                           if rmRecordId of receivableRec
                               = recordId of rec
                               move "Y" to wsFlagInvoice
                               add 30 to wsScore
                           end-if
                   end-read
               end-if
           end-if
           if wsBestRecordId = 0 or wsScore > wsBestScore
               move recordId of rec to wsBestRecordId
               move wsScore to wsBestScore
               move wsFlags to wsBestFlags
               move rec to wsBestRec
           end-if
           .

      *> a field counts as changed only when it asks for something
      *> other than what the contact already has
       3000-queue-request section.
           move "N" to wsAddressChange
           move "N" to wsContactChange
           if wsBestRecordId > 0
               if (wr-newStreet not = spaces
                   and wr-newStreet not = recordStreet of wsBestRec)
                  or (wr-newCity not = spaces
                   and wr-newCity not = recordCity of wsBestRec)
                  or (wr-newCode not = spaces
                   and wr-newCode not = recordCode of wsBestRec)
                   move "Y" to wsAddressChange
               end-if
               if (wr-newPhone not = spaces
                   and wr-newPhone not = recordPhone of wsBestRec)
                  or (wr-newEmail not = spaces
                   and wr-newEmail not = recordEmail of wsBestRec)
                  or (wr-newMobile not = spaces
                   and wr-newMobile not = recordMobile of wsBestRec)
                   move "Y" to wsContactChange
               end-if
           else
               add 1 to unmatchedCount
           end-if

           move spaces to queueRec
           move wr-requestId to crRequestId
           move wsRunDate to crReceived
           move wsBestRecordId to crRecordId
           move wsBestScore to crScore
           move wsBestFlags to crMatchFlags
           move wr-newStreet to crNewStreet
           move wr-newCity to crNewCity
           move wr-newCode to crNewCode
           move wr-newPhone to crNewPhone
           move wr-newEmail to crNewEmail
           move wr-newMobile to crNewMobile
           if (wsAddressChange = "Y" and wsContactChange = "Y")
              or wsBestScore < lowScore
               move "Y" to crDual
               add 1 to dualCount
           else
               move "N" to crDual
           end-if
           move "P" to crStatus
           write queueRec
           add 1 to queuedCount
           if knownCount < 5000
               add 1 to knownCount
               move wr-requestId to kn-requestId(knownCount)
           end-if
           .

       end program changeRequestIntake.
