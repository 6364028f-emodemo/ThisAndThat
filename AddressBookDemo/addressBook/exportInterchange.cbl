      *> header row (sender, run date), one "D" row per record, one
      *> "T" trailer row carrying the record count and a hash total
      *> over recordId - importInterchange refuses the whole file
      *> when the trailer doesn't match what it read.  A contact
      *> living abroad carries its country and foreign postal code
      *> on the "D" row from records-foreign.txt.
       program-id. exportInterchange as "exportInterchange".

       environment division.
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates.

           select optional foreignFile
           assign to ".\records-foreign.txt"
           organization is indexed
           access is dynamic
           record key foreignRecordId of foreignRec
               with no duplicates
           file status is fs-foreign.

           select interchangeFile
           assign to ".\interchange-out.txt"
           organization is line sequential.
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

       fd foreignFile.
       01 foreignRec.
       copy "foreign.cpy".

       fd interchangeFile.
       01 interchangeLine.
           03 ic-recordType pic x(1).
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

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 fs-foreign pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
           accept wsRunDate from date yyyymmdd

           open input datafile
           open input foreignFile
           open output interchangeFile

           move spaces to interchangeLine
           write interchangeLine

           close interchangeFile
           close foreignFile
           close datafile

           open extend sentFile
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
           move spaces to interchangeLine
           move "D" to ic-recordType
           move rec to ic-record
           move recordId of rec to foreignRecordId of foreignRec
           read foreignFile
               key is foreignRecordId of foreignRec
               invalid key
                   continue
               not invalid key
                   move foreignCountry of foreignRec to ic-country
                   move foreignPostalCode of foreignRec
                       to ic-foreignCode
           end-read
           add 1 to exportedCount
           add recordId of rec to wsHashTotal
           write interchangeLine
