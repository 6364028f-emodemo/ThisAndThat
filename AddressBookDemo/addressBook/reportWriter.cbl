      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Definition-driven listings, so a new report is a few rows on
      *> report-definitions.txt instead of another program in the
      *> directoryReport mold.  Each definition is stored under a
      *> name and rerun by passing the name; a blank name lists the
      *> definitions on file.  A definition's rows, one per line
      *> after the 16-character name and the row type:
      *>   T  page heading text
      *>   L  lines per page, three digits (060 when absent)
      *>   S  field, operator (EQ NE GT GE LT LE, CT contains), value
      *>      - every S row must hold for a record to print
      *>   C  field, print width (the field's own when zero), heading
      *>   K  field, A or D - up to three sort keys, in order
      *>   B  field - up to three control breaks, outermost first,
      *>      each closing with a subtotal count; a break field
      *>      should lead the sort keys, or its groups repeat
      *> Fields are the records.cpy fields (ID NAME FAMILY CODE CITY
      *> STREET PHONE EMAIL MOBILE) plus fields joined by recordId:
      *> DONOTMAIL DONOTPHONE CHANNEL from the preferences, NIXIE and
      *> BOUNCES from the nixie file, HOUSEHOLD and MEMBERS from
      *> households.txt, BALANCE (open balance, money) and OPENINV
      *> (open invoice count) from the receivables master.  A join
      *> file is only read when the definition names one of its
      *> fields.  Text compares ignore case; a numeric field takes a
      *> number, BALANCE an amount such as 150.00.  A definition
      *> naming a field or operator it does not know is refused
      *> whole, return-code 8, rather than run half-understood.
      *> STREET, PHONE, EMAIL and MOBILE pass through
      *> confidentialMask as directoryReport's do: a restricted
      *> contact's are masked - for selection as well as print -
      *> unless the operator named in ADDRESSBOOK_OPERATOR is
      *> cleared for it, and a cleared view is logged UNMASKED.
      *> The listing goes to adhoc-report.txt and rolls into a dated
      *> generation under the definition's name on
      *> report-generations.txt, like every other report.
       program-id. reportWriter as "reportWriter".

       environment division.
       input-output section.
       file-control.
      *> wsDatafilePath is read from the ADDRESSBOOK_DATAFILE
      *> environment variable below, the same as recordsProgram, so a
      *> test run can point this report at a separate file
           select datafile assign to wsDatafilePath
           organization is indexed
           access is dynamic
           record key recordId of rec with no duplicates
           alternate record key recordCity of rec with duplicates
           alternate record key recordName of rec with duplicates.

           select optional definitionFile
           assign to ".\report-definitions.txt"
           organization is line sequential
           file status is fs-definition.

           select optional preferenceFile
           assign to ".\records-preferences.txt"
           organization is indexed
           access is dynamic
           record key prefRecordId of preferenceRec
               with no duplicates
           file status is fs-preference.

           select optional nixieFile assign to ".\records-nixie.txt"
           organization is indexed
           access is dynamic
           record key nixieRecordId of nixieRec
               with no duplicates
           file status is fs-nixie.

      *> the persistent household ids householdGrouping maintains,
      *> matched by the same family/street/city key
           select optional householdFile assign to ".\households.txt"
           organization is line sequential
           file status is fs-household.

           select optional receivablesFile
           assign to ".\receivables-master.txt"
           organization is indexed
           access is dynamic
           record key rmInvoiceNo of receivableRec
               with no duplicates
           alternate record key rmRecordId of receivableRec
               with duplicates
           file status is fs-master.

           select sortWork assign to "report-writer.srt".

           select reportFile assign to ".\adhoc-report.txt"
           organization is line sequential.

      *> dated generation of this run's report plus a registry row,
      *> so last Tuesday's output still exists when finance asks
           select genFile assign to wsGenPath
           organization is line sequential.

           select optional registryFile
           assign to ".\report-generations.txt"
           organization is line sequential.

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

       fd definitionFile.
       01 definitionLine.
           03 rd-name    pic x(16).
           03 filler     pic x(1).
           03 rd-rowType pic x(1).
           03 filler     pic x(1).
           03 rd-rest    pic x(80).
       01 titleView redefines definitionLine.
           03 filler     pic x(19).
           03 rd-title   pic x(60).
           03 filler     pic x(20).
       01 pageView redefines definitionLine.
           03 filler       pic x(19).
           03 rd-pageLines pic 9(3).
           03 filler       pic x(77).
       01 selectView redefines definitionLine.
           03 filler      pic x(19).
           03 rd-selField pic x(10).
           03 filler      pic x(1).
           03 rd-selOp    pic x(2).
           03 filler      pic x(1).
           03 rd-selValue pic x(30).
           03 filler      pic x(36).
       01 columnView redefines definitionLine.
           03 filler         pic x(19).
           03 rd-colField    pic x(10).
           03 filler         pic x(1).
           03 rd-colWidth    pic 9(2).
           03 filler         pic x(1).
           03 rd-colHeading  pic x(30).
           03 filler         pic x(36).
       01 sortView redefines definitionLine.
           03 filler       pic x(19).
           03 rd-sortField pic x(10).
           03 filler       pic x(1).
           03 rd-sortDir   pic x(1).
           03 filler       pic x(68).

       fd preferenceFile.
       01 preferenceRec.
       copy "preference.cpy".

       fd nixieFile.
       01 nixieRec.
       copy "nixie.cpy".

       fd householdFile.
       01 householdLine.
           03 ho-householdId pic 9(5).
           03 filler         pic x(1).
           03 ho-family      pic x(30).
           03 filler         pic x(1).
           03 ho-street      pic x(30).
           03 filler         pic x(1).
           03 ho-city        pic x(20).
           03 filler         pic x(1).
           03 ho-memberCount pic 9(3).

       fd receivablesFile.
       01 receivableRec.
       copy "receivable.cpy".

      *> the keys as the sort needs them, the break values as they
      *> print, and the detail line already laid out
       sd sortWork.
       01 sortRec.
           03 sr-keys.
               05 sr-key1 pic x(50).
               05 sr-key2 pic x(50).
               05 sr-key3 pic x(50).
           03 sr-keyTable redefines sr-keys.
               05 sr-key occurs 3 times pic x(50).
           03 sr-break occurs 3 times pic x(50).
           03 sr-line pic x(132).

       fd reportFile.
       01 reportLine pic x(132).
       fd genFile.
       01 genLine pic x(132).

       fd registryFile.
       01 registryLine.
           03 rg-reportName pic x(28).
           03 filler        pic x(1) value space.
           03 rg-runDate    pic 9(8).
           03 filler        pic x(1) value space.
           03 rg-rowCount   pic 9(9).
           03 filler        pic x(1) value space.
           03 rg-job        pic x(24).

       working-storage section.
       01 fs-connectionfile pic x(2).
       01 wsQuiesced pic x(1) value "N".
       01 wsLockEof  pic x(1) value "N".
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 sub2 pic 9(9) comp-5 value 1.
       01 wsDatafilePath pic x(255).
       01 fs-definition pic x(2).
       01 fs-preference pic x(2).
       01 fs-nixie      pic x(2).
       01 fs-household  pic x(2).
       01 fs-master     pic x(2).
       01 wsRunDate pic 9(8).
       01 wsGenPath pic x(60).
       01 wsGenDate pic 9(8).
       01 wsGenRowCount pic 9(9) comp-5 value 0.
       01 wsGenEof pic x(1) value "N".
       01 wsReportName pic x(16).
      *> the fields a definition may name - code, where the value
      *> comes from (R the record, C the record as confidentialMask
      *> lets the operator see it, P preferences, N nixie, H
      *> household, B receivables), type (X text, 9 number, M
      *> money in hundredths) and natural print width
       01 fieldCatalogue.
           03 filler pic x(10) value "ID".
           03 filler pic x(1)  value "R".
           03 filler pic x(1)  value "9".
           03 filler pic 9(2)  value 9.
           03 filler pic x(10) value "NAME".
           03 filler pic x(1)  value "R".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 30.
           03 filler pic x(10) value "FAMILY".
           03 filler pic x(1)  value "R".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 30.
           03 filler pic x(10) value "CODE".
           03 filler pic x(1)  value "R".
           03 filler pic x(1)  value "9".
           03 filler pic 9(2)  value 5.
           03 filler pic x(10) value "CITY".
           03 filler pic x(1)  value "R".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 20.
           03 filler pic x(10) value "STREET".
           03 filler pic x(1)  value "C".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 30.
           03 filler pic x(10) value "PHONE".
           03 filler pic x(1)  value "C".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 20.
           03 filler pic x(10) value "EMAIL".
           03 filler pic x(1)  value "C".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 50.
           03 filler pic x(10) value "MOBILE".
           03 filler pic x(1)  value "C".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 20.
           03 filler pic x(10) value "DONOTMAIL".
           03 filler pic x(1)  value "P".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 1.
           03 filler pic x(10) value "DONOTPHONE".
           03 filler pic x(1)  value "P".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 1.
           03 filler pic x(10) value "CHANNEL".
           03 filler pic x(1)  value "P".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 1.
           03 filler pic x(10) value "NIXIE".
           03 filler pic x(1)  value "N".
           03 filler pic x(1)  value "X".
           03 filler pic 9(2)  value 1.
           03 filler pic x(10) value "BOUNCES".
           03 filler pic x(1)  value "N".
           03 filler pic x(1)  value "9".
           03 filler pic 9(2)  value 3.
           03 filler pic x(10) value "HOUSEHOLD".
           03 filler pic x(1)  value "H".
           03 filler pic x(1)  value "9".
           03 filler pic 9(2)  value 5.
           03 filler pic x(10) value "MEMBERS".
           03 filler pic x(1)  value "H".
           03 filler pic x(1)  value "9".
           03 filler pic 9(2)  value 3.
           03 filler pic x(10) value "BALANCE".
           03 filler pic x(1)  value "B".
           03 filler pic x(1)  value "M".
           03 filler pic 9(2)  value 12.
           03 filler pic x(10) value "OPENINV".
           03 filler pic x(1)  value "B".
           03 filler pic x(1)  value "9".
           03 filler pic 9(2)  value 5.
       78 fieldCatCount value 18.
       01 fieldTable redefines fieldCatalogue.
           03 fieldEntry occurs fieldCatCount times.
               05 fc-code   pic x(10).
               05 fc-source pic x(1).
               05 fc-type   pic x(1).
               05 fc-width  pic 9(2).
      *> the record in hand, every field resolved - text as it
      *> prints, numbers and money held as numbers
       01 valueTable.
           03 valueEntry occurs fieldCatCount times.
               05 fv-text   pic x(50).
               05 fv-number pic 9(11).
      *> which join files the definition needs read
       01 wsNeedPref  pic x(1) value "N".
       01 wsNeedNixie pic x(1) value "N".
       01 wsNeedHouse pic x(1) value "N".
       01 wsNeedRecv  pic x(1) value "N".
      *> a definition naming a restricted contact field - street,
      *> phone, email, mobile - has every record pass through
      *> confidentialMask before it is selected or printed
       01 wsNeedMask  pic x(1) value "N".
       01 maskView.
       copy "records.cpy".
       01 wsOperator pic x(8).
       01 wsMaskSource pic x(24) value "reportWriter".
       01 wsMaskResult pic x(1).
      *> the definition as loaded
       01 wsDefFound pic x(1) value "N".
       01 wsDefValid pic x(1) value "Y".
       01 wsTitle pic x(60) value spaces.
       01 wsPageLines pic 9(3) value 60.
       01 selectionTable.
           03 selectionEntry occurs 10 times.
               05 sl-field  pic 9(2).
               05 sl-op     pic x(2).
               05 sl-text   pic x(50).
               05 sl-length pic 9(2).
               05 sl-number pic 9(11).
       01 selectionCount pic 9(9) comp-5 value 0.
       01 columnTable.
           03 columnEntry occurs 20 times.
               05 co-field   pic 9(2).
               05 co-width   pic 9(3).
               05 co-heading pic x(30).
       01 columnCount pic 9(9) comp-5 value 0.
       01 sortKeyTable.
           03 sortKeyEntry occurs 3 times.
               05 sk-field pic 9(2).
               05 sk-dir   pic x(1).
       01 sortKeyCount pic 9(9) comp-5 value 0.
       01 breakTable.
           03 breakEntry occurs 3 times.
               05 bk-field pic 9(2).
               05 bk-hold  pic x(50).
               05 bk-count pic 9(9) comp-5.
       01 breakCount pic 9(9) comp-5 value 0.
       01 wsFieldCode pic x(10).
       01 wsFieldSub pic 9(2) value 0.
       01 wsFormatted pic x(50).
       01 wsNumber pic 9(11).
       01 wsMoneyView redefines wsNumber pic 9(9)v99.
       01 wsNumberEdit pic z(10)9.
       01 wsMoneyEdit pic z(8)9.99.
       01 wsCompareText pic x(50).
       01 wsTally pic 9(4) comp-5 value 0.
       01 wsSelected pic x(1) value "Y".
       01 wsLinePos pic 9(3) comp-5 value 1.
       01 wsWidth pic 9(3) comp-5 value 0.
      *> a descending key is the ascending key with every letter
      *> and digit mirrored, so one ascending sort serves both
       01 wsAscending.
           03 filler pic x(37)
              value " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 filler pic x(26) value "abcdefghijklmnopqrstuvwxyz".
       01 wsDescending.
           03 filler pic x(26) value "zyxwvutsrqponmlkjihgfedcba".
           03 filler pic x(37)
              value "ZYXWVUTSRQPONMLKJIHGFEDCBA9876543210 ".
      *> households loaded once for the family/street/city match
       01 householdTable.
           03 householdEntry occurs 5000 times.
               05 hs-householdId pic 9(5).
               05 hs-family      pic x(30).
               05 hs-street      pic x(30).
               05 hs-city        pic x(20).
               05 hs-members     pic 9(3).
       01 householdCount pic 9(9) comp-5 value 0.
       01 hsSub pic 9(9) comp-5 value 1.
       01 wsMasterEof pic x(1) value "N".
       01 wsBalance pic 9(11) comp-5 value 0.
       01 wsOpenCount pic 9(9) comp-5 value 0.
       01 readCount    pic 9(9) comp-5 value 0.
       01 selectCount  pic 9(9) comp-5 value 0.
       01 wsFirstRow pic x(1) value "Y".
       01 wsChangeLevel pic 9(9) comp-5 value 0.
       01 wsPageNo pic 9(4) value 0.
       01 wsPageRows pic 9(9) comp-5 value 0.
       01 pageHeading.
           03 ph-title  pic x(60).
           03 filler    pic x(2) value spaces.
           03 ph-date   pic 9(8).
           03 filler    pic x(7) value "  PAGE ".
           03 ph-page   pic zzz9.
       01 wsColumnHeading pic x(132).
       01 wsColumnRule pic x(132).
       01 breakLine.
           03 filler    pic x(4) value spaces.
           03 bl-label  pic x(10).
           03 filler    pic x(1) value space.
           03 bl-value  pic x(50).
           03 filler    pic x(7) value " COUNT ".
           03 bl-count  pic z(8)9.
       01 totalLine.
           03 filler    pic x(15) value "REPORT TOTAL".
           03 filler    pic x(51) value spaces.
           03 filler    pic x(7) value " COUNT ".
           03 tl-count  pic z(8)9.
       01 listLine.
           03 ll-name   pic x(16).
           03 filler    pic x(2) value spaces.
           03 ll-title  pic x(60).

       linkage section.
      *> the stored definition to run - blank lists them
       01 reportNameParm pic x(16).

       procedure division using reportNameParm.
       0000-mainline section.
           move function upper-case(reportNameParm) to wsReportName
           if wsReportName = spaces
               perform 0300-list-definitions
               goback
           end-if

           perform 0010-check-quiesce
           if wsQuiesced = "Y"
               display "not started - try again after maintenance"
               goback
           end-if
           accept wsRunDate from date yyyymmdd
           accept wsOperator from environment "ADDRESSBOOK_OPERATOR"

           perform 0100-load-definition
           if wsDefFound = "N"
               display "no definition named " wsReportName
                   " on report-definitions.txt - nothing run"
               move 8 to return-code
               goback
           end-if
           if columnCount = 0
               display "definition " wsReportName " has no columns"
               move "N" to wsDefValid
           end-if
           if wsDefValid = "N"
               display "definition " wsReportName
                   " refused - nothing run"
               move 8 to return-code
               goback
           end-if

           perform 0400-build-column-heading
           if wsNeedHouse = "Y"
               perform 0500-load-households
           end-if

           accept wsDatafilePath from environment "ADDRESSBOOK_DATAFILE"
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           open input datafile
           if wsNeedPref = "Y"
               open input preferenceFile
           end-if
           if wsNeedNixie = "Y"
               open input nixieFile
           end-if
           if wsNeedRecv = "Y"
               open input receivablesFile
           end-if
           open output reportFile

           sort sortWork
               on ascending key sr-key1 sr-key2 sr-key3
               input procedure is 1000-select-records
               output procedure is 3000-print-report

           close reportFile
           if wsNeedRecv = "Y"
               close receivablesFile
           end-if
           if wsNeedNixie = "Y"
               close nixieFile
           end-if
           if wsNeedPref = "Y"
               close preferenceFile
           end-if
           close datafile
           perform 9500-roll-generation

           display "report:            " wsReportName
           display "records read:      " readCount
           display "records listed:    " selectCount
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

       0100-load-definition section.
           move "N" to eof
           open input definitionFile
           if fs-definition = "00"
               perform until eof = "Y"
                   read definitionFile
                       at end
                           move "Y" to eof
                       not at end
                           if function upper-case(rd-name)
                               = wsReportName
                               move "Y" to wsDefFound
                               perform 0110-note-one-row
                           end-if
                   end-read
               end-perform
           end-if
           close definitionFile
           move "N" to eof
           .

       0110-note-one-row section.
           evaluate rd-rowType
               when "T"
                   move rd-title to wsTitle
               when "L"
                   if rd-pageLines is numeric and rd-pageLines > 5
                       move rd-pageLines to wsPageLines
                   end-if
               when "S"
                   perform 0120-note-selection
               when "C"
                   perform 0130-note-column
               when "K"
                   perform 0140-note-sort-key
               when "B"
                   perform 0150-note-break
               when other
                   display "row type " rd-rowType " not known"
                   move "N" to wsDefValid
           end-evaluate
           .

       0120-note-selection section.
           move function upper-case(rd-selField) to wsFieldCode
           perform 0200-find-field
           evaluate true
               when wsFieldSub = 0
                   continue
               when selectionCount >= 10
                   display "more than 10 selections"
                   move "N" to wsDefValid
               when rd-selOp not = "EQ" and rd-selOp not = "NE"
                and rd-selOp not = "GT" and rd-selOp not = "GE"
                and rd-selOp not = "LT" and rd-selOp not = "LE"
                and rd-selOp not = "CT"
                   display "operator " rd-selOp " not known"
                   move "N" to wsDefValid
               when rd-selOp = "CT" and fc-type(wsFieldSub) not = "X"
                   display "CT needs a text field, not " wsFieldCode
                   move "N" to wsDefValid
               when other
                   add 1 to selectionCount
                   move wsFieldSub to sl-field(selectionCount)
                   move rd-selOp to sl-op(selectionCount)
                   move function upper-case(rd-selValue)
                       to sl-text(selectionCount)
                   move 0 to sl-number(selectionCount)
                   evaluate fc-type(wsFieldSub)
                       when "9"
                           compute sl-number(selectionCount)
                               = function numval(rd-selValue)
                       when "M"
                           compute sl-number(selectionCount)
                               = function numval(rd-selValue) * 100
                       when other
                           continue
                   end-evaluate
      *> the value's length without its trailing blanks, for CT
                   move 30 to sl-length(selectionCount)
                   perform until sl-length(selectionCount) = 1
                       or sl-text(selectionCount)
                          (sl-length(selectionCount):1) not = space
                       subtract 1 from sl-length(selectionCount)
                   end-perform
           end-evaluate
           .

       0130-note-column section.
           move function upper-case(rd-colField) to wsFieldCode
           perform 0200-find-field
           evaluate true
               when wsFieldSub = 0
                   continue
               when columnCount >= 20
                   display "more than 20 columns"
                   move "N" to wsDefValid
               when other
                   add 1 to columnCount
                   move wsFieldSub to co-field(columnCount)
                   if rd-colWidth is numeric and rd-colWidth > 0
                       move rd-colWidth to co-width(columnCount)
                   else
                       move fc-width(wsFieldSub)
                           to co-width(columnCount)
                   end-if
                   if rd-colHeading = spaces
                       move fc-code(wsFieldSub)
                           to co-heading(columnCount)
                   else
                       move rd-colHeading to co-heading(columnCount)
                   end-if
           end-evaluate
           .

       0140-note-sort-key section.
           move function upper-case(rd-sortField) to wsFieldCode
           perform 0200-find-field
           evaluate true
               when wsFieldSub = 0
                   continue
               when sortKeyCount >= 3
                   display "more than 3 sort keys"
                   move "N" to wsDefValid
               when rd-sortDir not = "A" and rd-sortDir not = "D"
                and rd-sortDir not = space
                   display "sort direction must be A or D"
                   move "N" to wsDefValid
               when other
                   add 1 to sortKeyCount
                   move wsFieldSub to sk-field(sortKeyCount)
                   move rd-sortDir to sk-dir(sortKeyCount)
           end-evaluate
           .

       0150-note-break section.
           move function upper-case(rd-sortField) to wsFieldCode
           perform 0200-find-field
           evaluate true
               when wsFieldSub = 0
                   continue
               when breakCount >= 3
                   display "more than 3 control breaks"
                   move "N" to wsDefValid
               when other
                   add 1 to breakCount
                   move wsFieldSub to bk-field(breakCount)
                   move 0 to bk-count(breakCount)
           end-evaluate
           .

      *> wsFieldSub comes back zero, and the definition refused,
      *> for a field the catalogue does not carry; a known field
      *> marks the join file it needs
       0200-find-field section.
           move 0 to wsFieldSub
           move 1 to sub
           perform until sub > fieldCatCount
               if fc-code(sub) = wsFieldCode
                   move sub to wsFieldSub
               end-if
               add 1 to sub
           end-perform
           if wsFieldSub = 0
               display "field " wsFieldCode " not known"
               move "N" to wsDefValid
           else
               evaluate fc-source(wsFieldSub)
                   when "P"
                       move "Y" to wsNeedPref
                   when "N"
                       move "Y" to wsNeedNixie
                   when "H"
                       move "Y" to wsNeedHouse
                   when "B"
                       move "Y" to wsNeedRecv
                   when "C"
                       move "Y" to wsNeedMask
                   when other
                       continue
               end-evaluate
           end-if
           .

       0300-list-definitions section.
           move "N" to eof
           open input definitionFile
           if fs-definition = "00"
               perform until eof = "Y"
                   read definitionFile
                       at end
                           move "Y" to eof
                       not at end
                           if rd-rowType = "T"
                               move spaces to listLine
                               move rd-name to ll-name
                               move rd-title to ll-title
                               display listLine
                           end-if
                   end-read
               end-perform
           else
               display "report-definitions.txt not found"
           end-if
           close definitionFile
           move "N" to eof
           .

       0400-build-column-heading section.
           move spaces to wsColumnHeading
           move spaces to wsColumnRule
           move 1 to wsLinePos
           move 1 to sub
           perform until sub > columnCount or wsLinePos > 132
               move co-width(sub) to wsWidth
               if wsLinePos + wsWidth - 1 > 132
                   compute wsWidth = 133 - wsLinePos
               end-if
               move co-heading(sub)
                   to wsColumnHeading(wsLinePos:wsWidth)
               move all "-" to wsColumnRule(wsLinePos:wsWidth)
               compute wsLinePos = wsLinePos + wsWidth + 1
               add 1 to sub
           end-perform
           .

       0500-load-households section.
           move "N" to eof
           open input householdFile
           if fs-household = "00"
               perform until eof = "Y"
                   read householdFile
                       at end
                           move "Y" to eof
                       not at end
                           if householdCount < 5000
                               add 1 to householdCount
                               move ho-householdId
                                   to hs-householdId(householdCount)
                               move ho-family
                                   to hs-family(householdCount)
                               move ho-street
                                   to hs-street(householdCount)
                               move ho-city
                                   to hs-city(householdCount)
                               move ho-memberCount
                                   to hs-members(householdCount)
                           end-if
                   end-read
               end-perform
           end-if
           close householdFile
           move "N" to eof
           .

       1000-select-records section.
           move "N" to eof
           perform until eof = "Y"
               read datafile next record
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to readCount
                       perform 2000-resolve-record
                       perform 1100-apply-selection
                       if wsSelected = "Y"
                           add 1 to selectCount
                           perform 1200-build-sort-record
                           release sortRec
                       end-if
               end-read
           end-perform
           move "N" to eof
           .

       1100-apply-selection section.
           move "Y" to wsSelected
           move 1 to sub
           perform until sub > selectionCount or wsSelected = "N"
               move sl-field(sub) to wsFieldSub
               if fc-type(wsFieldSub) = "X"
                   move function upper-case(fv-text(wsFieldSub))
                       to wsCompareText
                   evaluate sl-op(sub)
                       when "EQ"
                           if wsCompareText not = sl-text(sub)
                               move "N" to wsSelected
                           end-if
                       when "NE"
                           if wsCompareText = sl-text(sub)
                               move "N" to wsSelected
                           end-if
                       when "GT"
                           if wsCompareText not > sl-text(sub)
                               move "N" to wsSelected
                           end-if
                       when "GE"
                           if wsCompareText < sl-text(sub)
                               move "N" to wsSelected
                           end-if
                       when "LT"
                           if wsCompareText not < sl-text(sub)
                               move "N" to wsSelected
                           end-if
                       when "LE"
                           if wsCompareText > sl-text(sub)
                               move "N" to wsSelected
                           end-if
                       when "CT"
                           move 0 to wsTally
                           inspect wsCompareText tallying wsTally
                               for all sl-text(sub)(1:sl-length(sub))
                           if wsTally = 0
                               move "N" to wsSelected
                           end-if
                   end-evaluate
               else
                   evaluate sl-op(sub)
                       when "EQ"
                           if fv-number(wsFieldSub) not = sl-number(sub)
                               move "N" to wsSelected
                           end-if
                       when "NE"
                           if fv-number(wsFieldSub) = sl-number(sub)
                               move "N" to wsSelected
                           end-if
                       when "GT"
                           if fv-number(wsFieldSub)
                               not > sl-number(sub)
                               move "N" to wsSelected
                           end-if
                       when "GE"
                           if fv-number(wsFieldSub) < sl-number(sub)
                               move "N" to wsSelected
                           end-if
                       when "LT"
                           if fv-number(wsFieldSub)
                               not < sl-number(sub)
                               move "N" to wsSelected
                           end-if
                       when "LE"
                           if fv-number(wsFieldSub) > sl-number(sub)
                               move "N" to wsSelected
                           end-if
                   end-evaluate
               end-if
               add 1 to sub
           end-perform
           .

      *> a number keys as eleven zero-padded digits, so it sorts in
      *> value order
       1200-build-sort-record section.
           move spaces to sortRec
           move 1 to sub
           perform until sub > sortKeyCount
               move sk-field(sub) to wsFieldSub
               if fc-type(wsFieldSub) = "X"
                   move fv-text(wsFieldSub) to sr-key(sub)
               else
                   move fv-number(wsFieldSub) to wsNumber
                   move wsNumber to sr-key(sub)
               end-if
               if sk-dir(sub) = "D"
                   inspect sr-key(sub)
                       converting wsAscending to wsDescending
               end-if
               add 1 to sub
           end-perform
           move 1 to sub
           perform until sub > breakCount
               move bk-field(sub) to wsFieldSub
               perform 2500-format-field
               move wsFormatted to sr-break(sub)
               add 1 to sub
           end-perform
           move 1 to wsLinePos
           move 1 to sub
           perform until sub > columnCount or wsLinePos > 132
               move co-field(sub) to wsFieldSub
               perform 2500-format-field
               move co-width(sub) to wsWidth
               if wsLinePos + wsWidth - 1 > 132
                   compute wsWidth = 133 - wsLinePos
               end-if
               if wsWidth > 50
                   move wsFormatted to sr-line(wsLinePos:50)
               else
                   move wsFormatted to sr-line(wsLinePos:wsWidth)
               end-if
               compute wsLinePos = wsLinePos + wsWidth + 1
               add 1 to sub
           end-perform
           .

      *> every field the catalogue carries, for the record in hand -
      *> the join files only when the definition asked for them
       2000-resolve-record section.
           move spaces to valueTable
           move 1 to sub
           perform until sub > fieldCatCount
               move 0 to fv-number(sub)
               add 1 to sub
           end-perform
           move recordId of rec to fv-number(1)
           move recordName of rec to fv-text(2)
           move recordFamily of rec to fv-text(3)
           move recordCode of rec to fv-number(4)
           move recordCity of rec to fv-text(5)
           if wsNeedMask = "Y"
               move rec to maskView
               call "confidentialMask" using wsOperator wsMaskSource
                                             maskView wsMaskResult
               move recordStreet of maskView to fv-text(6)
               move recordPhone of maskView to fv-text(7)
               move recordEmail of maskView to fv-text(8)
               move recordMobile of maskView to fv-text(9)
           end-if
           if wsNeedPref = "Y"
               move "N" to fv-text(10)
               move "N" to fv-text(11)
               move recordId of rec to prefRecordId of preferenceRec
               read preferenceFile
                   key is prefRecordId of preferenceRec
                   invalid key
                       continue
                   not invalid key
                       move prefDoNotMail of preferenceRec
                           to fv-text(10)
                       move prefDoNotPhone of preferenceRec
                           to fv-text(11)
                       move prefChannel of preferenceRec
                           to fv-text(12)
               end-read
           end-if
           if wsNeedNixie = "Y"
               move "N" to fv-text(13)
               move recordId of rec to nixieRecordId of nixieRec
               read nixieFile
                   key is nixieRecordId of nixieRec
                   invalid key
                       continue
                   not invalid key
                       move nixieFlag of nixieRec to fv-text(13)
                       move nixieBounceCount of nixieRec
                           to fv-number(14)
               end-read
           end-if
           if wsNeedHouse = "Y"
               move 1 to hsSub
               perform until hsSub > householdCount
                   if hs-family(hsSub) = recordFamily of rec
                      and hs-street(hsSub) = recordStreet of rec
                      and hs-city(hsSub) = recordCity of rec
                       move hs-householdId(hsSub) to fv-number(15)
                       move hs-members(hsSub) to fv-number(16)
                   end-if
                   add 1 to hsSub
               end-perform
           end-if
           if wsNeedRecv = "Y"
               perform 2100-contact-balance
               move wsBalance to fv-number(17)
               move wsOpenCount to fv-number(18)
           end-if
           .

      *> what the contact still owes across every open invoice
       2100-contact-balance section.
           move 0 to wsBalance
           move 0 to wsOpenCount
           move "N" to wsMasterEof
           move recordId of rec to rmRecordId of receivableRec
           start receivablesFile
               key is = rmRecordId of receivableRec
               invalid key
                   move "Y" to wsMasterEof
               not invalid key
                   continue
           end-start
           perform until wsMasterEof = "Y"
               read receivablesFile next record
                   at end
                       move "Y" to wsMasterEof
                   not at end
                       if rmRecordId of receivableRec
                           not = recordId of rec
                           move "Y" to wsMasterEof
                       else
                           if rmStatus of receivableRec = "O"
                              and rmDue of receivableRec
                                  > rmPaid of receivableRec
                               compute wsBalance = wsBalance
                                   + rmDue of receivableRec
                                   - rmPaid of receivableRec
                               add 1 to wsOpenCount
                           end-if
                       end-if
               end-read
           end-perform
           .

      *> the field in wsFieldSub as it prints, left-justified in
      *> its natural width
       2500-format-field section.
           move spaces to wsFormatted
           evaluate fc-type(wsFieldSub)
               when "X"
                   move fv-text(wsFieldSub) to wsFormatted
               when "M"
                   move fv-number(wsFieldSub) to wsNumber
                   move wsMoneyView to wsMoneyEdit
                   move wsMoneyEdit to wsFormatted
               when other
                   move fv-number(wsFieldSub) to wsNumberEdit
                   move fc-width(wsFieldSub) to wsWidth
                   move wsNumberEdit(12 - wsWidth:wsWidth)
                       to wsFormatted
           end-evaluate
           .

       3000-print-report section.
           move "N" to eof
           move "Y" to wsFirstRow
           move 0 to wsPageRows
           perform 3100-page-heading
           perform until eof = "Y"
               return sortWork
                   at end
                       move "Y" to eof
                   not at end
                       perform 3200-check-breaks
                       if wsPageRows >= wsPageLines
                           perform 3100-page-heading
                       end-if
                       write reportLine from sr-line
                       add 1 to wsPageRows
                       move 1 to sub
                       perform until sub > breakCount
                           add 1 to bk-count(sub)
                           add 1 to sub
                       end-perform
               end-return
           end-perform
           if wsFirstRow = "N"
               move breakCount to sub
               perform until sub < 1
                   perform 3300-write-subtotal
                   subtract 1 from sub
               end-perform
           end-if
           move spaces to reportLine
           write reportLine
           move selectCount to tl-count
           write reportLine from totalLine
           move "N" to eof
           .

       3100-page-heading section.
           add 1 to wsPageNo
           move wsTitle to ph-title
           if wsTitle = spaces
               move wsReportName to ph-title
           end-if
           move wsRunDate to ph-date
           move wsPageNo to ph-page
           if wsPageNo = 1
               write reportLine from pageHeading
           else
               write reportLine from pageHeading
                   after advancing page
           end-if
           move spaces to reportLine
           write reportLine
           write reportLine from wsColumnHeading
           write reportLine from wsColumnRule
           move 0 to wsPageRows
           .

      *> the outermost break whose value moved closes itself and
      *> every break inside it, innermost first
       3200-check-breaks section.
           if wsFirstRow = "Y"
               move "N" to wsFirstRow
               move 1 to sub
               perform until sub > breakCount
                   move sr-break(sub) to bk-hold(sub)
                   add 1 to sub
               end-perform
           else
               move 0 to wsChangeLevel
               move 1 to sub
               perform until sub > breakCount or wsChangeLevel > 0
                   if sr-break(sub) not = bk-hold(sub)
                       move sub to wsChangeLevel
                   end-if
                   add 1 to sub
               end-perform
               if wsChangeLevel > 0
                   move breakCount to sub
                   perform until sub < wsChangeLevel
                       perform 3300-write-subtotal
                       move sr-break(sub) to bk-hold(sub)
                       move 0 to bk-count(sub)
                       subtract 1 from sub
                   end-perform
                   move spaces to reportLine
                   write reportLine
                   add 1 to wsPageRows
               end-if
           end-if
           .

       3300-write-subtotal section.
           move spaces to breakLine
           move fc-code(bk-field(sub)) to bl-label
           move bk-hold(sub) to bl-value
           move bk-count(sub) to bl-count
           write reportLine from breakLine
           add 1 to wsPageRows
           .

      *> copies the report just written into its dated generation
      *> file under the definition's name and records it on the
      *> generations registry - the retention sweep keeps a
      *> configurable number per report
       9500-roll-generation section.
           accept wsGenDate from date yyyymmdd
           move spaces to wsGenPath
           string "adhoc-" delimited by size
                  wsReportName delimited by space
                  "." wsGenDate ".txt" delimited by size
               into wsGenPath
           end-string
           move 0 to wsGenRowCount
           move "N" to wsGenEof
           open input reportFile
           open output genFile
           perform until wsGenEof = "Y"
               read reportFile
                   at end
                       move "Y" to wsGenEof
                   not at end
                       add 1 to wsGenRowCount
                       write genLine from reportLine
               end-read
           end-perform
           close genFile
           close reportFile
           open extend registryFile
           move spaces to registryLine
           string "adhoc-" delimited by size
                  wsReportName delimited by space
               into rg-reportName
           end-string
           move wsGenDate to rg-runDate
           move wsGenRowCount to rg-rowCount
           move "reportWriter" to rg-job
           write registryLine
           close registryFile
           .

       end program reportWriter.
