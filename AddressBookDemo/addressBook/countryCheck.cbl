      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> The one place the foreign-address rules live, called by
      *> recordsProgram's write path and every job that validates or
      *> addresses a record living abroad.  Handed a country code,
      *> a postal code and a phone number, it checks them against
      *> that country's rows on country-rules.txt -
      *>   "<cc> <dial prefix> <postal pattern> <country name>"
      *> in columns 1-2, 4-8, 10-19 and 21-50.  A country may carry
      *> several rows, one per postal format it uses; the code must
      *> match one of them position by position - 9 a digit, A a
      *> letter, X a letter or digit, anything else itself.  A blank
      *> pattern is a country without postal codes, which takes a
      *> blank code.  The dial prefix is checked against the start
      *> of the phone the way the city master's is for home records
      *> (a blank phone or prefix is not checked).  return-code is
      *> err-success, err-unknown-country, err-invalid-postal-code or
      *> err-invalid-phone, and the country's name - the country
      *> line of an international address - comes back whatever the
      *> verdict.  The rules are loaded on the first call and held
      *> to the end of the run.
       program-id. countryCheck as "countryCheck".

       environment division.
       input-output section.
       file-control.
           select optional countryRuleFile
           assign to ".\country-rules.txt"
           organization is line sequential
           file status is fs-countryrule.

       data division.
       file section.
       fd countryRuleFile.
       01 countryRuleLine.
           03 cr-country  pic x(2).
           03 filler      pic x(1).
           03 cr-dial     pic x(5).
           03 filler      pic x(1).
           03 cr-pattern  pic x(10).
           03 filler      pic x(1).
           03 cr-name     pic x(30).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-countryrule pic x(2).
       01 wsLoaded pic x(1) value "N".
       01 ruleTable.
           03 ruleEntry occurs 300 times.
               05 rt-country pic x(2).
               05 rt-dial    pic x(5).
               05 rt-pattern pic x(10).
               05 rt-name    pic x(30).
       01 ruleCount pic 9(9) comp-5 value 0.
       01 wsCountryFound pic x(1) value "N".
       01 wsPostalMatched pic x(1) value "N".
       01 wsPositionOk pic x(1) value "N".
       01 wsDial pic x(5).
       01 wsDialLen pic 9(1) comp-5 value 0.
       01 charSub pic 9(2) comp-5 value 1.
       01 wsPatternChar pic x(1).
       01 wsCodeChar pic x(1).
       copy "returncode.cpy".
       copy "recordsReturnCode.cpy".

       linkage section.
       01 countryParm pic x(2).
       01 postalParm  pic x(10).
      *> blank = no phone check
       01 phoneParm   pic x(20).
       01 countryNameParm pic x(30).

       procedure division using countryParm postalParm phoneParm
                                countryNameParm.
       0000-mainline section.
           move err-success to return-code
           if wsLoaded = "N"
               perform 1000-load-rules
           end-if
           move spaces to countryNameParm
           move spaces to wsDial
           move "N" to wsCountryFound
           move "N" to wsPostalMatched
           move 1 to sub
           perform until sub > ruleCount
               if rt-country(sub) = countryParm
                   if wsCountryFound = "N"
                       move "Y" to wsCountryFound
                       move rt-name(sub) to countryNameParm
                       move rt-dial(sub) to wsDial
                   end-if
                   if wsPostalMatched = "N"
                       perform 2000-match-pattern
                   end-if
               end-if
               add 1 to sub
           end-perform

           evaluate true
               when wsCountryFound = "N"
                   move err-unknown-country to return-code
               when wsPostalMatched = "N"
                   move err-invalid-postal-code to return-code
               when other
                   perform 3000-check-phone
           end-evaluate
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-rules section.
           move "Y" to wsLoaded
           move "N" to eof
           open input countryRuleFile
           if fs-countryrule = "00"
               perform until eof = "Y"
                   read countryRuleFile
                       at end
                           move "Y" to eof
                       not at end
                           if cr-country not = spaces
                              and ruleCount < 300
                               add 1 to ruleCount
                               move cr-country
                                   to rt-country(ruleCount)
                               move cr-dial to rt-dial(ruleCount)
                               move cr-pattern
                                   to rt-pattern(ruleCount)
                               move cr-name to rt-name(ruleCount)
                           end-if
                   end-read
               end-perform
           end-if
           close countryRuleFile
           move "N" to eof
           .

      *> the code against one of the country's patterns, position by
      *> position - a blank pattern position takes only a blank
       2000-match-pattern section.
           move "Y" to wsPositionOk
           move 1 to charSub
           perform until charSub > 10 or wsPositionOk = "N"
               move rt-pattern(sub)(charSub:1) to wsPatternChar
               move postalParm(charSub:1) to wsCodeChar
               evaluate wsPatternChar
                   when "9"
                       if wsCodeChar is not numeric
                           move "N" to wsPositionOk
                       end-if
                   when "A"
                       if wsCodeChar is not alphabetic-upper
                          or wsCodeChar = space
                           move "N" to wsPositionOk
                       end-if
                   when "X"
                       if wsCodeChar = space
                          or (wsCodeChar is not numeric
                              and wsCodeChar is not alphabetic-upper)
                           move "N" to wsPositionOk
                       end-if
                   when other
                       if wsCodeChar not = wsPatternChar
                           move "N" to wsPositionOk
                       end-if
               end-evaluate
               add 1 to charSub
           end-perform
           if wsPositionOk = "Y"
               move "Y" to wsPostalMatched
           end-if
           .

       3000-check-phone section.
           if wsDial not = spaces and phoneParm not = spaces
               move 0 to wsDialLen
               inspect wsDial tallying wsDialLen
                   for characters before initial space
               if phoneParm(1:wsDialLen) not = wsDial(1:wsDialLen)
                   move err-invalid-phone to return-code
               end-if
           end-if
           .

       end program countryCheck.
