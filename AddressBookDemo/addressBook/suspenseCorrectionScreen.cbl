       01 violationsParent redefines arrayParent.
           03 violationCount pic 9(2) comp.
           03 violationEntry occurs 10 times pic 9(3) comp.
           03 streetResult pic x(1).
           03 streetSuggestStreet pic x(30).
           03 streetSuggestCode pic 9(5).
       01 func pic 99.
       copy "functions.cpy".
       copy "returncode.cpy".
           initialize violationsParent
           move validateRecord to func
           call "recordsProgram" using func tmprec arrayParent
           perform 3100-show-street-advice
           if return-code not = err-success
               perform 8000-map-reason
               move wsReason to wsMessage
           end-if
           .

      *> the postal reference's view of the street is advice - it
      *> never holds a row back, but the desk sees the official
      *> spelling or code while the row is still in front of them
       3100-show-street-advice section.
           evaluate streetResult
               when "C"
                   display "street check: " recordStreet of editRec
                       " is not delivered with code "
                       recordCode of editRec
                       " - try " streetSuggestCode
               when "S"
                   if streetSuggestStreet not = spaces
                       display "street check: " recordStreet of editRec
                           " not known in " recordCity of editRec
                           " - did you mean " streetSuggestStreet
                           " " streetSuggestCode
                   else
                       display "street check: " recordStreet of editRec
                           " not known in " recordCity of editRec
                   end-if
               when "N"
                   display "street check: " recordCity of editRec
                       " is not on the street reference"
               when other
                   continue
           end-evaluate
           .

       4000-log-decision section.
           accept dcTimestampDate from date yyyymmdd
           accept dcTimestampTime from time
