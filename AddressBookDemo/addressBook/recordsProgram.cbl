           organization is line sequential
           file status is fs-controlfile.

      *> contacts living abroad - the country and alphanumeric
      *> postal code of every foreign record, one entry per
      *> recordId, filed through setForeignAddressFunc.  A record
      *> with an entry is validated against its country's rules
      *> through countryCheck instead of the city master
           select optional foreignFile
           assign to ".\records-foreign.txt"
           organization is indexed
           access is dynamic
           record key foreignRecordId of foreignRec
               with no duplicates
           file status is fs-foreignfile.

           select optional relationshipFile
           assign to ".\records-relationships.txt"
           organization is indexed
      *> backupRestore mode B, migrateRecordsFile) post a "Q"
      *> quiesce row that makes new opens return
      *> err-system-quiesced until the utility finishes
      *> - indexed, so a connection touches and removes only its
      *> own row, by key, however many others come and go
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           lock mode is automatic
           file status is fs-connectionfile.

      *> the four-eyes queue - a mass/destructive operation queues
           organization is line sequential
           file status is fs-eventfile.

      *> the receivables cycle, read only by readStatementFunc -
      *> each is opened input for the one call and closed again, so
      *> a statement inquiry behaves the same on a read-only
      *> connection and never holds a file the nightly posting run
      *> updates
           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-receivablesfile.

           select optional payHistoryFile
           assign to ".\payment-history.txt"
           organization is line sequential
           file status is fs-payhistoryfile.

           select optional onAccountFile assign to ".\on-account.txt"
           organization is line sequential
           file status is fs-onaccountfile.

           select optional planFile
           assign to ".\installment-plans.txt"
           organization is line sequential
           file status is fs-planfile.

           select historyFile assign to ".\records-history.txt"
           organization is line sequential
           file status is fs-historyfile.
       01 relationshipRec.
       copy "relationship.cpy".

       fd foreignFile.
       01 foreignRec.
       copy "foreign.cpy".

       fd controlFile.
       01 controlLine.
           03 co-liveCount   pic 9(9).

       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd pendingFile.
       01 pendingLine.

      *> who-looked-at-what trail for readAllRecordsFunc/
      *> searchByNameFunc, separate from the write/rewrite/delete
      *> audit log above - only written while wsAccessLogOn is "Y".
      *> ac-recordId is zero on the per-call rows and carries the
      *> record on the per-record READ rows; ac-source is filled by
      *> confidentialMask's rows and blank here
       fd accessFile.
       01 accessLine.
           03 ac-timestamp    pic x(14).
           03 ac-recordCount  pic 9(5).
           03 filler          pic x(1) value space.
           03 ac-operator     pic x(8).
           03 filler          pic x(1) value space.
           03 ac-recordId     pic 9(9).
           03 filler          pic x(1) value space.
           03 ac-source       pic x(24).

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

       fd payHistoryFile.
       01 payHistoryLine.
           03 ph-type      pic x(1).
           03 filler       pic x(1).
           03 ph-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 ph-date      pic 9(8).
           03 filler       pic x(1).
           03 ph-amount    pic 9(9).
           03 filler       pic x(1).
           03 ph-runDate   pic 9(8).
           03 filler       pic x(1).
           03 ph-onAccount pic 9(9).

       fd onAccountFile.
       01 onAccountLine.
           03 oa-recordId pic 9(9).
           03 filler      pic x(1).
           03 oa-amount   pic 9(9).

       fd planFile.
       01 planLine.
           03 pl-planNo    pic 9(9).
           03 filler       pic x(1).
           03 pl-recordId  pic 9(9).
           03 filler       pic x(1).
           03 pl-periodNo  pic 9(3).
           03 filler       pic x(1).
           03 pl-dueDate   pic 9(8).
           03 filler       pic x(1).
           03 pl-invoiceNo pic 9(9).
           03 filler       pic x(1).
           03 pl-amount    pic 9(9).

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-preferencefile pic x(2).
       01 fs-nixiefile pic x(2).
       01 fs-relationshipfile pic x(2).
       01 fs-foreignfile pic x(2).
      *> set "Y" by foreignLookupFunc when the recordId in tmprec
      *> has a foreign-address entry, which then sits in foreignRec
       01 wsForeignFound pic x(1) value "N".
      *> "Y" when the recordId setForeignAddressFunc files for is
      *> already a live record - otherwise the entry is filed ahead
      *> of the write and the recordId is reserved
       01 wsForeignOnFile pic x(1) value "N".
      *> countryCheck's country line, and the blank phone handed to
      *> it when only the postal code is being checked
       01 wsCountryName pic x(30).
       01 wsNoPhone pic x(20) value spaces.
      *> relationship keys matched by a merge or delete scan,
      *> collected before any re-key runs - the same
      *> collect-then-apply shape wsInteractionKeyTable uses
       01 relSub pic 9(9) comp-5 value 1.
       01 fs-addressfile pic x(2).
       01 fs-cityfile    pic x(2).
       01 fs-receivablesfile pic x(2).
       01 fs-payhistoryfile  pic x(2).
       01 fs-onaccountfile   pic x(2).
       01 fs-planfile        pic x(2).
      *> readStatementFunc's working fields - every invoice number
      *> the contact holds, whatever its status, so a payment that
      *> cleared an invoice still lists against the contact; and
      *> the contact's installment-plan rows with each period's
      *> paid flag, before the active plan is picked out of them
       01 wsStmtInvoiceTable.
           03 wsStmtInvoiceEntry occurs 500 times pic 9(9) comp.
       01 wsStmtInvoiceCount pic 9(9) comp-5 value 0.
       01 wsStmtPlanTable.
           03 wsStmtPlanEntry occurs 200 times.
               05 sp-planNo    pic 9(9).
               05 sp-periodNo  pic 9(3).
               05 sp-dueDate   pic 9(8).
               05 sp-invoiceNo pic 9(9).
               05 sp-amount    pic 9(9).
               05 sp-paid      pic x(1).
       01 wsStmtPlanCount pic 9(9) comp-5 value 0.
       01 wsStmtActivePlan pic 9(9) value 0.
       01 wsStmtBalance pic s9(9) comp-5.
       01 wsStmtRunDayNumber pic 9(9) comp-5.
       01 wsStmtDaysPastDue pic s9(9) comp-5.
       01 wsStmtFound pic x(1) value "N".
       01 stmtSub pic 9(9) comp-5 value 0.
       01 fs-eventfile   pic x(2).
       01 fs-controlfile pic x(2).
       01 fs-permissionfile pic x(2).
       01 wsSessionEvent pic x(8).
       01 fs-pendingfile pic x(2).
       01 fs-connectionfile pic x(2).
      *> this connection's registration stamp, and the key of its
      *> row - what the touch rewrites and the close removes
       01 wsConnectionStamp pic x(14).
       01 wsConnProgram pic x(24).
       01 wsConnProcess pic x(10).
       01 wsConnKey pic x(61).
      *> a second try waits out the second a same-second twin took
       01 wsConnTries pic 9(9) comp-5 value 0.
       01 wsQuiesced pic x(1) value "N".
      *> "Y" from registration to deregistration - only a
      *> registered connection has a row to keep fresh
       01 wsConnRegistered pic x(1) value "N".
       01 wsActivityStamp pic x(14).
      *> the row's last activity is rewritten at most once in this
      *> many minutes, so a busy connection is not forever
      *> rewriting its row
       78 connTouchMinutes value 5.
       01 wsNowMinute pic 9(9) comp-5 value 0.
       01 wsTouchedMinute pic 9(9) comp-5 value 0.
      *> "Y" while a cursor scan opened by openScanFunc is live -
      *> the batch jobs read one record per call through
      *> readNextRecordFunc instead of pulling the whole file into
      *> off by default - turned on/off via the enableAccessLog/
      *> disableAccessLog funcs rather than always paying the I/O
       01 wsAccessLogOn  pic x(1) value "N".
      *> the recordId stamped on the next access row - zero except
      *> while writeAccessHitsFunc walks a search's results
       01 wsAccessRecordId pic 9(9) value 0.
       01 wsHitSub       pic 9(9) comp-5 value 0.
      *> "W" after openFileFunc (full i-o plus all side files),
      *> "R" after openFileReadOnlyFunc (datafile input only, no
      *> side files touched) - closeFileFunc and the access-log
       01 violationsParent redefines arrayParent.
           03 violationCount pic 9(2) comp.
           03 violationEntry occurs 10 times pic 9(3) comp.
      *> streetVerify's answer on the street - advice alongside the
      *> violations, never one of them - and its suggested spelling
      *> and code
           03 streetResult pic x(1).
           03 streetSuggestStreet pic x(30).
           03 streetSuggestCode pic 9(5).
       *> a single additional-address reference - addAddressFunc
       *> reads the whole entry from here (the recordId half of the
       *> key names the owning record)
           03 interactionArray occurs 1000 times.
               copy "interaction.cpy" replacing ==02== by ==05==
                                                ==03== by ==06==.
      *> a single foreign-address reference - setForeignAddressFunc
      *> files the entry carried here, readForeignAddressFunc fills
      *> it back for the recordId it carries
       01 foreignParent redefines arrayParent.
       copy "foreign.cpy" replacing ==02== by ==03==.
      *> a receivables statement reference - readStatementFunc
      *> fills this for the recordId in tmprec
       01 statementParent redefines arrayParent.
       copy "statement.cpy".
       *> functions
       01 func                     pic 99.
       copy "functions.cpy".
           *> Assume success
           move err-success to return-code

           if wsConnRegistered = "Y" and func not = closeFile
               perform touchConnectionFunc
           end-if

           evaluate func
               when openFile           perform openFileFunc
               when openFileReadOnly   perform openFileReadOnlyFunc
               when addRelationship    perform addRelationshipFunc
               when readRelationships
                   perform readRelationshipsFunc
               when readStatement      perform readStatementFunc
               when setForeignAddress  perform setForeignAddressFunc
               when readForeignAddress perform readForeignAddressFunc
               when enableAccessLog    perform enableAccessLogFunc
               when disableAccessLog   perform disableAccessLogFunc
               when other              perform errorFunc
               move fs-relationshipfile to wsFileStatus
               perform mapFileStatusFunc
           end-if
           if return-code = err-success
               open i-o foreignFile
               move fs-foreignfile to wsFileStatus
               perform mapFileStatusFunc
           end-if
           if return-code = err-success
               perform seedAuditChainFunc
               open extend auditFile
               move fs-relationshipfile to wsFileStatus
               perform mapFileStatusFunc
           end-if
           if return-code = err-success
               close foreignFile
               move fs-foreignfile to wsFileStatus
               perform mapFileStatusFunc
           end-if
           if return-code = err-success
               close auditFile
               move fs-auditfile to wsFileStatus
      *> a quiesce marker on the lock file refuses the open before
      *> any file is touched; otherwise this connection's "C" row
      *> goes on so the exclusive utilities can see - and name -
      *> who is holding the system open, from which job and process
       registerConnectionFunc section.
           move "N" to wsQuiesced.
           move "N" to eof.
           open input connectionFile.
           if fs-connectionfile = "00"
               perform until eof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to eof
                       not at end
                           if cnType = "Q"
                               move "Y" to wsQuiesced
                           end-if
                   end-read
           close connectionFile.
           move "N" to eof.
           if wsQuiesced not = "Y"
               accept wsConnProgram
                   from environment "ADDRESSBOOK_PROGRAM"
               accept wsConnProcess
                   from environment "ADDRESSBOOK_PROCESS"
               move 0 to wsConnTries
               open i-o connectionFile
               perform until wsConnRegistered = "Y"
                          or wsConnTries >= 3
                   add 1 to wsConnTries
                   perform writeConnectionFunc
               end-perform
               close connectionFile
           end-if.

      *> one try at this connection's "C" row - a twin from the
      *> same operator, job and process that registered in the same
      *> second already holds the key, so the next try waits for
      *> the clock to move on
       writeConnectionFunc section.
           perform activityStampFunc.
           if wsConnTries > 1 and wsActivityStamp = wsConnectionStamp
               perform activityStampFunc
                   until wsActivityStamp not = wsConnectionStamp
           end-if.
           move wsActivityStamp to wsConnectionStamp.
           move wsNowMinute to wsTouchedMinute.
           move spaces to connectionLine.
           move "C" to cnType.
           move wsOperatorId to cnHolder.
           move wsConnectionStamp to cnTimestamp.
           move wsConnProgram to cnProgram.
           move wsConnProcess to cnProcess.
           move wsConnectionStamp to cnLastActive.
           write connectionLine
               invalid key
                   continue
               not invalid key
                   move cnKey to wsConnKey
                   move "Y" to wsConnRegistered
           end-write.

      *> removes this connection's own "C" row by its key - no
      *> other row is read or written
       deregisterConnectionFunc section.
           open i-o connectionFile.
           move wsConnKey to cnKey.
           delete connectionFile record
               invalid key
                   continue
           end-delete.
           close connectionFile.
           move "N" to wsConnRegistered.

      *> keeps this connection's last activity current - called
      *> ahead of every function, but the row is only rewritten
      *> once connTouchMinutes have gone by since the last time.
      *> A row connectionCleanup has already taken off stays off.
       touchConnectionFunc section.
           perform activityStampFunc.
           if wsNowMinute >= wsTouchedMinute + connTouchMinutes
               open i-o connectionFile
               move wsConnKey to cnKey
               read connectionFile
                   key is cnKey
                   invalid key
                       continue
                   not invalid key
                       move wsActivityStamp to cnLastActive
                       rewrite connectionLine
               end-read
               close connectionFile
               move wsNowMinute to wsTouchedMinute
           end-if.

      *> the clock as a registry stamp in wsActivityStamp, and as a
      *> running minute count in wsNowMinute
       activityStampFunc section.
           accept auTimestampDate from date yyyymmdd.
           accept auTimestampTime from time.
           move atd-yyyy to wsActivityStamp(1:4).
           move atd-mm   to wsActivityStamp(5:2).
           move atd-dd   to wsActivityStamp(7:2).
           move att-hh   to wsActivityStamp(9:2).
           move att-mi   to wsActivityStamp(11:2).
           move att-ss   to wsActivityStamp(13:2).
           compute wsNowMinute
               = function integer-of-date(auTimestampDate) * 1440
               + att-hh * 60 + att-mi.

      *> maps a raw two-character FILE STATUS into a return-code the
      *> wrapper layer can act on - leaves return-code untouched on a
      *> entry (or with a blank prefix) are passed through unchecked
      *> rather than blocking the write, the same stance the old
      *> hardcoded city list took toward cities it didn't recognize
      *> a foreign record's phone must carry its country's dial
      *> prefix; the city master only speaks for home records
       validatePhoneFunc section.
           perform foreignLookupFunc.
           if wsForeignFound = "Y"
               perform validateForeignPhoneFunc
           else
               perform validateHomePhoneFunc
           end-if.

       validateHomePhoneFunc section.
           perform cityLookupFunc.
           if wsCityFound = "Y"
              and cityDialPrefix of cityMasterRec not = spaces
               end-if
           end-if.

      *> a foreign record's postal code is checked against its
      *> country's formats, a home record's against ours
       validatePostalCodeFunc section.
           perform foreignLookupFunc.
           if wsForeignFound = "Y"
               perform validateForeignPostalFunc
           else
               perform validateHomePostalFunc
           end-if.

      *> recordCode must be a plausible postal code - numeric and
      *> within the range we issue to branches, never blank or zero -
      *> and, when the city master carries a postal range for
      *> recordCity, inside that city's own range, so a Sofia record
      *> keyed with a Plovdiv code no longer sails through
       validateHomePostalFunc section.
           if recordCode of tmprec is not numeric
              or recordCode of tmprec < 1000
              or recordCode of tmprec > 99999
               end-if
           end-if.

      *> looks the recordId in tmprec up on the foreign-address
      *> file - sets wsForeignFound and leaves the entry in
      *> foreignRec.  On a read-only connection the file is not
      *> open and every record reads as a home record.
       foreignLookupFunc section.
           move "N" to wsForeignFound.
           move recordId of tmprec to foreignRecordId of foreignRec.
           read foreignFile
               key is foreignRecordId of foreignRec
               invalid key
                   continue
               not invalid key
                   move "Y" to wsForeignFound
           end-read.

      *> the foreign entry's postal code against its country's
      *> formats - recordCode plays no part for a foreign record
       validateForeignPostalFunc section.
           call "countryCheck" using foreignCountry of foreignRec
                                     foreignPostalCode of foreignRec
                                     wsNoPhone
                                     wsCountryName.

       validateForeignPhoneFunc section.
           call "countryCheck" using foreignCountry of foreignRec
                                     foreignPostalCode of foreignRec
                                     recordPhone of tmprec
                                     wsCountryName.
      *> a bad country or code is validatePostalCodeFunc's to
      *> report - only the phone verdict belongs here
           if return-code not = err-invalid-phone
               move err-success to return-code
           end-if.

      *> read with an exclusive lock so a concurrent rewrite/delete on
      *> the same recordId cannot sneak in between our read and our
      *> rewrite and silently lose one of the two updates
           move att-mi   to ac-timestamp(11:2)
           move att-ss   to ac-timestamp(13:2)
           move wsOperatorId to ac-operator
           move wsAccessRecordId to ac-recordId
           move spaces to ac-source
           write accessLine.

      *> one READ row per record a logged search or contact-point
      *> lookup handed back, so who looked at one person, and when,
      *> can be answered from the trail - readAllRecordsFunc's
      *> whole-file read stays the one row
       writeAccessHitsFunc section.
           move 1 to wsHitSub
           perform until wsHitSub >= sub
               move "READ" to ac-operation
               move 1 to ac-recordCount
               move recordId of array(wsHitSub) to wsAccessRecordId
               perform writeAccessLogFunc
               add 1 to wsHitSub
           end-perform
           move 0 to wsAccessRecordId.

      *> one row per field that actually changed between rec (the old
      *> image, still in hand from the locked read) and tmprec (the
      *> incoming new image) - written to records-history.txt so a
               move "SEARCH" to ac-operation
               compute ac-recordCount = sub - 1
               perform writeAccessLogFunc
               perform writeAccessHitsFunc
           end-if.

      *> appends one interaction entry for the recordId carried in
      *> round trips to learn about three problems.  return-code is
      *> err-success on a clean record, otherwise the first
      *> violation, so callers that only look at return-code still
      *> behave sensibly.  The street check against the postal
      *> reference rides along in streetResult and never sets the
      *> return-code.
       validateRecordFunc section.
           move 0 to violationCount.
           perform validatePostalCodeFunc.
           perform noteViolationFunc.
           perform verifyStreetFunc.
           perform validatePhoneFunc.
           perform noteViolationFunc.
           perform checkTableFullFunc.
               move violationEntry(1) to return-code
           end-if.

      *> recordStreet, recordCity and recordCode against the postal
      *> service's street reference - foreign addresses are outside
      *> it (validatePostalCodeFunc has just looked the entry up)
       verifyStreetFunc section.
           move space to streetResult.
           move spaces to streetSuggestStreet.
           move 0 to streetSuggestCode.
           if wsForeignFound not = "Y"
               call "streetVerify" using recordCity of tmprec
                                         recordStreet of tmprec
                                         recordCode of tmprec
                                         streetResult
                                         streetSuggestStreet
                                         streetSuggestCode
               move err-success to return-code
           end-if.

      *> collects the return-code the check just left, if any, and
      *> clears it so the next check starts clean
       noteViolationFunc section.
               move "FINDCP" to ac-operation
               compute ac-recordCount = sub - 1
               perform writeAccessLogFunc
               perform writeAccessHitsFunc
           end-if.

       matchContactPointFunc section.
               end-read
           end-perform.

      *> the contact's receivables statement - open invoices with
      *> their aging, the balance net of on-account credit, the
      *> last payments applied, and any active installment plan.
      *> Reads only: datafile for the contact, then the receivables
      *> files opened input for this call alone.
       readStatementFunc section.
           initialize statementParent.
           set recordId of rec to recordId of tmprec.
           read datafile
               key is recordId of rec
               invalid key
                   move err-missing-record to return-code
           end-read.
           if return-code = err-success
               move recordId of tmprec to stmtRecordId
               accept stmtRunDate from date yyyymmdd
               compute wsStmtRunDayNumber
                   = function integer-of-date(stmtRunDate)
               open input receivablesFile
               perform statementInvoicesFunc
               perform statementOnAccountFunc
               perform statementPaymentsFunc
               perform statementPlanFunc
               close receivablesFile
           end-if.

      *> every invoice on the master for the contact, by the
      *> rmRecordId alternate key; the open ones are listed and
      *> aged the way receivablesAging ages them - written-off
      *> invoices left the cycle and neither list nor count
       statementInvoicesFunc section.
           move 0 to wsStmtInvoiceCount.
           move "N" to eof.
           move recordId of tmprec to rmRecordId of receivableRec.
           start receivablesFile
               key is = rmRecordId of receivableRec
               invalid key
                   move "Y" to eof
               not invalid key
                   continue
           end-start.
           perform until eof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to eof
                   not at end
                       if rmRecordId of receivableRec
                           = recordId of tmprec
                           perform statementOneInvoiceFunc
                       else
                           move "Y" to eof
                       end-if
               end-read
           end-perform.
           move "N" to eof.

       statementOneInvoiceFunc section.
           if wsStmtInvoiceCount < 500
               add 1 to wsStmtInvoiceCount
               move rmInvoiceNo of receivableRec
                   to wsStmtInvoiceEntry(wsStmtInvoiceCount)
           end-if.
           compute wsStmtBalance = rmDue of receivableRec
                                 - rmPaid of receivableRec.
           if wsStmtBalance > 0
              and rmStatus of receivableRec not = "W"
               add wsStmtBalance to stmtOpenBalance
               if stmtInvoiceCount < 100
                   add 1 to stmtInvoiceCount
                   move stmtInvoiceCount to stmtSub
                   perform statementAgeInvoiceFunc
               end-if
           end-if.

       statementAgeInvoiceFunc section.
           move rmInvoiceNo of receivableRec to stmtInvoiceNo(stmtSub).
           move rmInvoiceDate of receivableRec
               to stmtInvoiceDate(stmtSub).
           move rmDue of receivableRec to stmtInvoiceDue(stmtSub).
           move rmPaid of receivableRec to stmtInvoicePaid(stmtSub).
           move wsStmtBalance to stmtInvoiceBalance(stmtSub).
           move rmHold of receivableRec to stmtHold(stmtSub).
      *> a row predating terms reads as issue plus thirty
           if rmDueDate of receivableRec > 0
               move rmDueDate of receivableRec to stmtDueDate(stmtSub)
           else
               compute stmtDueDate(stmtSub) = function date-of-integer
                   (function integer-of-date
                       (rmInvoiceDate of receivableRec) + 30)
           end-if.
           compute wsStmtDaysPastDue = wsStmtRunDayNumber
               - function integer-of-date(stmtDueDate(stmtSub)).
           move wsStmtDaysPastDue to stmtDaysPastDue(stmtSub).
           evaluate true
               when wsStmtDaysPastDue <= 0
                   move "CURRENT" to stmtBucket(stmtSub)
               when wsStmtDaysPastDue <= 30
                   move "1-30" to stmtBucket(stmtSub)
               when wsStmtDaysPastDue <= 60
                   move "31-60" to stmtBucket(stmtSub)
               when other
                   move "OVER 60" to stmtBucket(stmtSub)
           end-evaluate.

      *> the credit paymentPosting holds for the contact, netted
      *> off the open balance - a negative net balance means the
      *> contact is in credit
       statementOnAccountFunc section.
           move "N" to eof.
           open input onAccountFile.
           if fs-onaccountfile = "00"
               perform until eof = "Y"
                   read onAccountFile
                       at end
                           move "Y" to eof
                       not at end
                           if oa-recordId is numeric
                              and oa-recordId = stmtRecordId
                              and oa-amount is numeric
                               add oa-amount to stmtOnAccount
                           end-if
                   end-read
               end-perform
           end-if.
           close onAccountFile.
           move "N" to eof.
           compute stmtNetBalance = stmtOpenBalance - stmtOnAccount.

      *> payment-history rows against any of the contact's
      *> invoices - payments, reversals, and on-account money
      *> applied - keeping the last ten the file holds, oldest
      *> first
       statementPaymentsFunc section.
           move "N" to eof.
           open input payHistoryFile.
           if fs-payhistoryfile = "00"
               perform until eof = "Y"
                   read payHistoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if ph-invoiceNo is numeric
                              and ph-amount is numeric
                               perform statementMatchPaymentFunc
                           end-if
                   end-read
               end-perform
           end-if.
           close payHistoryFile.
           move "N" to eof.

       statementMatchPaymentFunc section.
           move "N" to wsStmtFound.
           move 1 to stmtSub.
           perform until stmtSub > wsStmtInvoiceCount
                      or wsStmtFound = "Y"
               if wsStmtInvoiceEntry(stmtSub) = ph-invoiceNo
                   move "Y" to wsStmtFound
               end-if
               add 1 to stmtSub
           end-perform.
           if wsStmtFound = "Y"
               if stmtPaymentCount < 10
                   add 1 to stmtPaymentCount
               else
                   move 1 to stmtSub
                   perform until stmtSub > 9
                       move stmtPayment(stmtSub + 1)
                           to stmtPayment(stmtSub)
                       add 1 to stmtSub
                   end-perform
               end-if
               move ph-type to stmtPayType(stmtPaymentCount)
               move ph-invoiceNo to stmtPayInvoiceNo(stmtPaymentCount)
               move ph-date to stmtPayDate(stmtPaymentCount)
               move ph-amount to stmtPayAmount(stmtPaymentCount)
               if ph-onAccount is numeric
                   move ph-onAccount
                       to stmtPayOnAccount(stmtPaymentCount)
               else
                   move 0 to stmtPayOnAccount(stmtPaymentCount)
               end-if
           end-if.

      *> the contact's plan rows, each period paid or not by
      *> planStatusReport's rule (an instalment missing from the
      *> master cannot have been paid); the active plan is the
      *> last one filed with a period still unpaid
       statementPlanFunc section.
           move 0 to wsStmtPlanCount.
           move 0 to wsStmtActivePlan.
           move "N" to eof.
           open input planFile.
           if fs-planfile = "00"
               perform until eof = "Y"
                   read planFile
                       at end
                           move "Y" to eof
                       not at end
                           if pl-recordId is numeric
                              and pl-recordId = stmtRecordId
                              and wsStmtPlanCount < 200
                               perform statementPlanRowFunc
                           end-if
                   end-read
               end-perform
           end-if.
           close planFile.
           move "N" to eof.
           if wsStmtActivePlan > 0
               move wsStmtActivePlan to stmtPlanNo
               move 1 to stmtSub
               perform until stmtSub > wsStmtPlanCount
                   if sp-planNo(stmtSub) = wsStmtActivePlan
                       perform statementPlanPeriodFunc
                   end-if
                   add 1 to stmtSub
               end-perform
               evaluate stmtPlanBehind
                   when 0
                       move "CURRENT" to stmtPlanStatus
                   when 1
                       move "ONE BEHIND" to stmtPlanStatus
                   when other
                       move "COLLAPSED" to stmtPlanStatus
               end-evaluate
           end-if.

       statementPlanRowFunc section.
           add 1 to wsStmtPlanCount.
           move pl-planNo to sp-planNo(wsStmtPlanCount).
           move pl-periodNo to sp-periodNo(wsStmtPlanCount).
           move pl-dueDate to sp-dueDate(wsStmtPlanCount).
           move pl-invoiceNo to sp-invoiceNo(wsStmtPlanCount).
           move pl-amount to sp-amount(wsStmtPlanCount).
           move "N" to sp-paid(wsStmtPlanCount).
           move pl-invoiceNo to rmInvoiceNo of receivableRec.
           read receivablesFile
               key is rmInvoiceNo of receivableRec
               invalid key
                   continue
               not invalid key
                   if rmStatus of receivableRec not = "O"
                      or rmPaid of receivableRec
                           >= rmDue of receivableRec
                       move "Y" to sp-paid(wsStmtPlanCount)
                   end-if
           end-read.
           if sp-paid(wsStmtPlanCount) = "N"
               move pl-planNo to wsStmtActivePlan
           end-if.

       statementPlanPeriodFunc section.
           if sp-paid(stmtSub) = "Y"
               add 1 to stmtPlanPaid
           end-if.
           if sp-dueDate(stmtSub) <= stmtRunDate
               add 1 to stmtPlanDue
               if sp-paid(stmtSub) = "N"
                   add 1 to stmtPlanBehind
               end-if
           end-if.
           if stmtPeriodCount < 60
               add 1 to stmtPeriodCount
               move sp-periodNo(stmtSub)
                   to stmtPeriodNo(stmtPeriodCount)
               move sp-dueDate(stmtSub)
                   to stmtPeriodDueDate(stmtPeriodCount)
               move sp-invoiceNo(stmtSub)
                   to stmtPeriodInvoice(stmtPeriodCount)
               move sp-amount(stmtSub)
                   to stmtPeriodAmount(stmtPeriodCount)
               move sp-paid(stmtSub)
                   to stmtPeriodPaid(stmtPeriodCount)
           end-if.

      *> files (or replaces) the foreign address carried in
      *> foreignParent once countryCheck accepts its country and
      *> postal code; a blank country removes the entry and the
      *> record is a home record again.  A new contact living
      *> abroad has its entry filed before the record is written
      *> (the write path validates against it), so filing for a
      *> recordId past the high-water mark reserves that recordId -
      *> nextRecordIdFunc will not hand it out a second time.
       setForeignAddressFunc section.
           if foreignCountry of foreignParent not = spaces
               call "countryCheck"
                   using foreignCountry of foreignParent
                         foreignPostalCode of foreignParent
                         wsNoPhone
                         wsCountryName
           end-if.
           if return-code = err-success
               move "N" to wsForeignOnFile
               set recordId of rec to foreignRecordId of foreignParent
               read datafile
                   key is recordId of rec
                   invalid key
                       continue
                   not invalid key
                       move "Y" to wsForeignOnFile
               end-read
               if foreignCountry of foreignParent = spaces
                   move foreignRecordId of foreignParent
                       to foreignRecordId of foreignRec
                   delete foreignFile record
                       invalid key
                           continue
                   end-delete
               else
                   move foreignParent to foreignRec
                   accept auTimestampDate from date yyyymmdd
                   move auTimestampDate
                       to foreignDate of foreignRec
                   move wsOperatorId
                       to foreignOperator of foreignRec
                   write foreignRec
                       invalid key
                           rewrite foreignRec
                   end-write
                   move fs-foreignfile to wsFileStatus
                   perform mapFileStatusFunc
                   move foreignRec to foreignParent
               end-if
           end-if.
           if return-code = err-success
               if wsForeignOnFile = "Y"
                   move rec to au-before
                   move rec to au-after
                   move "COUNTRY" to au-operation
                   perform writeAuditFunc
               else
                   if foreignRecordId of foreignParent > wsHighWaterId
                       move foreignRecordId of foreignParent
                           to wsHighWaterId
                       perform saveControlFunc
                   end-if
               end-if
           end-if.

      *> fills foreignParent with the entry for the recordId it
      *> carries - err-missing-record for a home-country record.  A
      *> read-only connection opened nothing but datafile, so the
      *> side file is opened for the one read and closed again.
       readForeignAddressFunc section.
           if wsOpenMode = "R"
               open input foreignFile
           end-if.
           move foreignRecordId of foreignParent
               to foreignRecordId of foreignRec.
           read foreignFile
               key is foreignRecordId of foreignRec
               invalid key
                   move err-missing-record to return-code
               not invalid key
                   move foreignRec to foreignParent
           end-read.
           if wsOpenMode = "R"
               close foreignFile
           end-if.

       maxNumberOfRecordsFunc section.
           move maxNOfRecords to nOfRecords.

