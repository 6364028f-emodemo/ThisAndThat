       01 sub pic 9(9) comp-5 value 1.
       01 fs-pendingfile pic x(2).
       01 fs-permission  pic x(2).
      *> pending requests older than this many days lapse - seven
      *> unless APPROVAL-EXPIRY-DAYS on system-parameters.txt says
      *> otherwise
       78 defaultExpiryDays value 7.
       01 expiryDays pic 9(9) value defaultExpiryDays.
       01 wsParamName  pic x(20) value "APPROVAL-EXPIRY-DAYS".
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
       01 wsRunDate pic 9(8).
       01 wsRunDayNumber pic 9(9) comp-5.
       01 wsRequestDayNumber pic 9(9) comp-5.
       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           call "systemParameter" using wsParamName wsParamDate
                                        expiryDays wsParamFound
           compute wsRunDayNumber
               = function integer-of-date(wsRunDate)

