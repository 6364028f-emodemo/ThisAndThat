       *> operation, null where the entry is a record op, so the
       *> newest-first replay keeps one global order across both
       01 undoAddrs list[type AddressDTO] private.
       *> the operator given to signOn, held for confidentialMask so
       *> exportToCsv and searchRecords show restricted contacts in
       *> full only to an operator cleared for them
       01 signedOnOperator pic x(8) value spaces private.


      *>> <summary>
           move signOnOperator to func
           call pp using func omitted operatorBuf
           self::checkReturnCode()
           move operatorBuf to signedOnOperator
           goback.
       end method.

           goback.
       end method.

      *>> <summary>
      *>> The contact's open invoices, aged, via recordsProgram's
      *>> readStatement func - reads only, so it is served on a
      *>> connection opened with openConnectionReadOnly as well
      *>> <summary>
       method-id listOpenInvoices.
       local-storage section.
       01 statementBuf.
          copy "statement.cpy".
       procedure division using by value #recordId as binary-long
                          returning return-value as list[type InvoiceDTO].
           set statementBuf to self::fetchStatement(#recordId)
           create return-value
           declare i as binary-long.
           perform varying i from 1 by 1 until i > stmtInvoiceCount
               declare dto = new InvoiceDTO(stmtInvoiceNo(i),
                                            stmtRecordId)
               set dto::invoiceDate to stmtInvoiceDate(i)
               set dto::dueDate to stmtDueDate(i)
               set dto::amountDue to stmtInvoiceDue(i) / 100
               set dto::amountPaid to stmtInvoicePaid(i) / 100
               set dto::balance to stmtInvoiceBalance(i) / 100
               set dto::daysPastDue to stmtDaysPastDue(i)
               set dto::agingBucket to stmtBucket(i)
               if stmtHold(i) = "H"
                   set dto::onHold to true
               end-if
               invoke return-value::add(dto)
           end-perform.
           goback.
       end method.

      *>> <summary>
      *>> The contact's current balance net of on-account credit,
      *>> via recordsProgram's readStatement func
      *>> <summary>
       method-id getAccountBalance.
       local-storage section.
       01 statementBuf.
          copy "statement.cpy".
       procedure division using by value #recordId as binary-long
                          returning return-value as type AccountBalanceDTO.
           set statementBuf to self::fetchStatement(#recordId)
           set return-value to new AccountBalanceDTO(stmtRecordId)
           set return-value::asOfDate to stmtRunDate
           set return-value::openBalance to stmtOpenBalance / 100
           set return-value::onAccountCredit to stmtOnAccount / 100
           set return-value::currentBalance to stmtNetBalance / 100
           goback.
       end method.

      *>> <summary>
      *>> The last payments applied to the contact's invoices,
      *>> oldest first, via recordsProgram's readStatement func
      *>> <summary>
       method-id listRecentPayments.
       local-storage section.
       01 statementBuf.
          copy "statement.cpy".
       procedure division using by value #recordId as binary-long
                          returning return-value as list[type PaymentDTO].
           set statementBuf to self::fetchStatement(#recordId)
           create return-value
           declare i as binary-long.
           perform varying i from 1 by 1 until i > stmtPaymentCount
               declare dto = new PaymentDTO(stmtPayType(i),
                                            stmtPayInvoiceNo(i))
               set dto::paymentDate to stmtPayDate(i)
               set dto::amount to stmtPayAmount(i) / 100
               set dto::onAccount to stmtPayOnAccount(i) / 100
               invoke return-value::add(dto)
           end-perform.
           goback.
       end method.

      *>> <summary>
      *>> The contact's active installment plan, or null when there
      *>> is none, via recordsProgram's readStatement func
      *>> <summary>
       method-id getInstallmentPlan.
       local-storage section.
       01 statementBuf.
          copy "statement.cpy".
       procedure division using by value #recordId as binary-long
                          returning return-value as type InstallmentPlanDTO.
           set statementBuf to self::fetchStatement(#recordId)
           set return-value to null
           if stmtPlanNo = 0
               goback
           end-if
           set return-value to new InstallmentPlanDTO(stmtPlanNo,
                                                      stmtRecordId)
           set return-value::planStatus to stmtPlanStatus
           set return-value::paidPeriods to stmtPlanPaid
           set return-value::duePeriods to stmtPlanDue
           set return-value::periodsBehind to stmtPlanBehind
           declare i as binary-long.
           perform varying i from 1 by 1 until i > stmtPeriodCount
               declare period = new InstallmentDTO(stmtPeriodNo(i))
               set period::dueDate to stmtPeriodDueDate(i)
               set period::invoiceNo to stmtPeriodInvoice(i)
               set period::amount to stmtPeriodAmount(i) / 100
               if stmtPeriodPaid(i) = "Y"
                   set period::paid to true
               end-if
               invoke return-value::periods::add(period)
           end-perform.
           goback.
       end method.

      *>> <summary>
      *>> File the country and foreign postal code of a contact
      *>> living abroad via recordsProgram's setForeignAddress func,
      *>> validated against country-rules.txt.  A blank #country
      *>> returns the contact to the home country.
      *>> <summary>
       method-id setForeignAddress.
       local-storage section.
       01 rec.
          copy "records.cpy".
       01 foreignBuf.
          copy "foreign.cpy".
       procedure division using by value #recordId as binary-long
                                by value #country as string
                                by value #postalCode as string.
           if isClosed
               raise new RuntimeException("connection is not open")
           end-if
           initialize rec
           initialize foreignBuf
           set foreignRecordId of foreignBuf to #recordId
           set foreignCountry of foreignBuf to #country
           set foreignPostalCode of foreignBuf to #postalCode
           move setForeignAddress to func
           call pp using func rec foreignBuf
           self::checkReturnCode()
           goback.
       end method.

      *>> <summary>
      *>> The country of a contact living abroad via recordsProgram's
      *>> readForeignAddress func, or null for a home-country contact
      *>> <summary>
       method-id getForeignAddress.
       local-storage section.
       01 rec.
          copy "records.cpy".
       01 foreignBuf.
          copy "foreign.cpy".
       procedure division using by value #recordId as binary-long
                          returning return-value as type ForeignAddressDTO.
           if isClosed
               raise new RuntimeException("connection is not open")
           end-if
           initialize rec
           initialize foreignBuf
           set foreignRecordId of foreignBuf to #recordId
           move readForeignAddress to func
           call pp using func rec foreignBuf
           set return-value to null
           if return-code = err-missing-record
               goback
           end-if
           self::checkReturnCode()
           set return-value to new ForeignAddressDTO(
               foreignRecordId of foreignBuf, foreignDate of foreignBuf)
           set return-value::country to foreignCountry of foreignBuf
           set return-value::postalCode
               to foreignPostalCode of foreignBuf
           goback.
       end method.

      * fetch the receivables statement for #recordId - the four
      * inquiry methods above each take their part of it.  Needs an
      * open connection (either kind) for the contact lookup.
       method-id fetchStatement private.
       local-storage section.
       01 rec.
          copy "records.cpy".
       linkage section.
       01 statementBuf.
          copy "statement.cpy".
       procedure division using by value #recordId as binary-long
                          returning statementBuf.
           if isClosed
               raise new RuntimeException("connection is not open")
           end-if
           initialize rec
           initialize statementBuf
           set recordId of rec to #recordId
           move readStatement to func
           call pp using func rec statementBuf
           self::checkReturnCode()
           goback.
       end method.

      * translate from a procedural address entry to its DTO
       method-id addressToDTO private.
       linkage section.
      *>> <summary>
      *>> Write one CSV row per record (RecordDTO::toCsvRow) to a file
      *>> at #path, for ad hoc pulls that don't want to reformat
      *>> toString() output by hand.  A restricted contact's street,
      *>> phone, email and mobile are masked by confidentialMask
      *>> unless the signed-on operator is cleared for it
      *>> <summary>
       method-id exportToCsv.
       local-storage section.
       01 arrayParent.
           03 array occurs 0 to 5000 depending on #index.
           copy "records.cpy".
       01 rec.
           copy "records.cpy".
       01 maskSource pic x(24) value "exportToCsv".
       01 maskResult pic x(1).
       procedure division using by value #path as string.
           declare writer = new FileWriter(#path)
           invoke writer::write(
               "recordId,name,family,postalCode,city,street,phone,email,mobile"
               & X"0A")
           initialize arrayParent
           move readAllRecords to func
           call pp using func omitted arrayParent
           declare i as binary-long.
           perform varying i from 1 by 1 until i >= #index
               set rec to array(i)
               if recordId of rec not= 0
                   call "confidentialMask" using signedOnOperator
                       maskSource rec maskResult
                   declare dto = self::recordToDTO(rec)
                   invoke writer::write(dto::toCsvRow() & X"0A")
               end-if
           end-perform
           invoke writer::close()
           goback.

      *>> <summary>
      *>> Find records whose name/family/city match #name/#family/
      *>> #city - a blank argument matches any value; restricted
      *>> contacts come back masked unless the signed-on operator
      *>> is cleared for them
      *>> <summary>
       method-id searchRecords.
       local-storage section.
           copy "records.cpy".
       01 tmprec.
           copy "records.cpy".
       01 maskSource pic x(24) value "searchRecords".
       01 maskResult pic x(1).
       procedure division using by value #name as string
                                by value #family as string
                                by value #city as string
           perform varying i from 1 by 1 until i >= #index
               set rec to array(i)
               if recordId of rec not= 0
                   call "confidentialMask" using signedOnOperator
                       maskSource rec maskResult
                   declare dto = self::recordToDTO(rec)
                   invoke return-value::add(dto)
               end-if
                   raise new RuntimeException("record table is full")
               when err-invalid-phone
                   raise new RuntimeException("phone number does not match city's dialling prefix")
               when err-unknown-country
                   raise new RuntimeException("country not on country rules")
               when err-not-authorized
                   raise new RuntimeException("operator is not authorized for this function")
               when err-file-not-found
