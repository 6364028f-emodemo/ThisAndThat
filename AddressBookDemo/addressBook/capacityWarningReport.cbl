      ******************************************************************
      *> Daily batch job - compares the live record count against
      *> maxNumberOfRecordsFunc's ceiling and logs a warning once the
      *> table reaches CAPACITY-WARN-PCT percent of capacity (90
      *> unless system-parameters.txt says otherwise), so the limit
      *> can be raised before new-record creation starts failing
      *> with err-table-full.
       program-id. capacityWarningReport as "capacityWarningReport".

       environment division.
       01 liveCount pic 9(9) comp-5 value 0.
       01 wsMaxCount pic 9(9) comp-5.
       01 wsThresholdCount pic 9(9) comp-5.
      *> the warning level, percent of the ceiling
       78 defaultWarnPct value 90.
       01 wsWarnPct pic 9(9) value defaultWarnPct.
       01 wsParamName  pic x(20) value "CAPACITY-WARN-PCT".
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
       01 wsGenPath pic x(60).
       01 wsGenDate pic 9(8).
       01 wsGenRowCount pic 9(9) comp-5 value 0.
           03 dl-liveCount      pic z(8)9.
           03 filler            pic x(4) value " of ".
           03 dl-maxCount       pic z(8)9.
           03 filler            pic x(22) value
               " records - WARNING: at".
           03 dl-warnPct        pic zz9.
           03 filler            pic x(26) value
               "% or more of the ceiling".

       procedure division.
       0000-mainline section.
           move closeFile to func
           call "recordsProgram" using func tmprec arrayParent

      *> the warning fires once the live count reaches the warning
      *> percentage of the ceiling
           call "systemParameter" using wsParamName wsParamDate
                                        wsWarnPct wsParamFound
           compute wsThresholdCount = wsMaxCount * wsWarnPct / 100

           open output reportFile
           if liveCount >= wsThresholdCount
           move spaces to detailLine
           move liveCount to dl-liveCount
           move wsMaxCount to dl-maxCount
           move wsWarnPct to dl-warnPct
           move detailLine to reportLine
           write reportLine
           .
