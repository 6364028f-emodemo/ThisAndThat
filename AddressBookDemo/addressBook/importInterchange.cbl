      *> trailer whose count or hash doesn't match what was read
      *> refuses the file before a single record is written.  Only
      *> then does pass two load the rows through writeRecordFunc.
      *> A row carrying a country is a contact living abroad: its
      *> country and foreign postal code are filed through
      *> setForeignAddressFunc first, and a country or code the
      *> country rules refuse rejects the row.
      *> Every run - accepted or refused - produces a return
      *> receipt (interchange-receipt.txt): the envelope verdict
      *> with the count/hash discrepancy, one status row per "D"
           03 filler        pic x(2).
           03 ic-record.
               copy "records.cpy" replacing ==02== by ==05==.
      *> a contact living abroad - blank for a home-country record
           03 ic-country    pic x(2).
           03 ic-foreignCode pic x(10).
           03 filler        pic x(29).
       01 trailerView redefines interchangeLine.
           03 filler        pic x(2).
           03 ic-count      pic 9(9).
       copy "records.cpy".
       01 func pic 99.
       copy "functions.cpy".
       01 foreignParent.
       copy "foreign.cpy".
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".
       01 eof pic x(1) value "N".

       2100-load-one-record section.
           move ic-record to tmprec
           move err-success to return-code
           if ic-country not = spaces
               move recordId of tmprec
                   to foreignRecordId of foreignParent
               move ic-country to foreignCountry of foreignParent
               move ic-foreignCode
                   to foreignPostalCode of foreignParent
               move setForeignAddress to func
               call "recordsProgram" using func tmprec foreignParent
           end-if
           if return-code = err-success
               move writeRecord to func
               call "recordsProgram" using func tmprec omitted
           end-if
           move spaces to receiptLine
           move "D" to rr-rowType
           move recordId of tmprec to rr-recordId
