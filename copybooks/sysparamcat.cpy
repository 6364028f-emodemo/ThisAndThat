      ******************************************************************
      *
      * sysparamcat.cpy
      *
      * The catalogue of system parameters - one entry per name
      * system-parameters.txt may carry: the name, the lowest and
      * highest value it may be set to, the value the job uses when
      * no row is in force, and what it controls.  Included under
      * an 01 group and redefined by the including program as
      * sysParamCatCount entries of name x(20), low 9(9), high 9(9),
      * default 9(9) and text x(30).
      *
      ******************************************************************
           02 filler pic x(20) value "CAPACITY-WARN-PCT".
           02 filler pic 9(9)  value 50.
           02 filler pic 9(9)  value 100.
           02 filler pic 9(9)  value 90.
           02 filler pic x(30) value "CAPACITY WARNING AT % OF MAX".
           02 filler pic x(20) value "SUSPENSE-MAX-CYCLES".
           02 filler pic 9(9)  value 1.
           02 filler pic 9(9)  value 9.
           02 filler pic 9(9)  value 3.
           02 filler pic x(30) value "SUSPENSE CYCLES BEFORE AGE-OUT".
           02 filler pic x(20) value "APPROVAL-EXPIRY-DAYS".
           02 filler pic 9(9)  value 1.
           02 filler pic 9(9)  value 90.
           02 filler pic 9(9)  value 7.
           02 filler pic x(30) value "DAYS BEFORE A REQUEST LAPSES".
           02 filler pic x(20) value "RETENTION-DAYS".
           02 filler pic 9(9)  value 7.
           02 filler pic 9(9)  value 999.
           02 filler pic 9(9)  value 90.
           02 filler pic x(30) value "HOUSEKEEPING RETENTION DAYS".
           02 filler pic x(20) value "BILLING-VARIANCE-PCT".
           02 filler pic 9(9)  value 1.
           02 filler pic 9(9)  value 999.
           02 filler pic 9(9)  value 25.
           02 filler pic x(30) value "BILLING VARIANCE FLAG PERCENT".
           02 filler pic x(20) value "REMINDER-DAYS".
           02 filler pic 9(9)  value 1.
           02 filler pic 9(9)  value 30.
           02 filler pic 9(9)  value 3.
           02 filler pic x(30) value "DAYS BEFORE DUE TO REMIND".
           02 filler pic x(20) value "CHGPAT-WINDOW-DAYS".
           02 filler pic 9(9)  value 1.
           02 filler pic 9(9)  value 90.
           02 filler pic 9(9)  value 7.
           02 filler pic x(30) value "CHANGE PATTERN WINDOW DAYS".
           02 filler pic x(20) value "CHGPAT-OPERATORS".
           02 filler pic 9(9)  value 2.
           02 filler pic 9(9)  value 9.
           02 filler pic 9(9)  value 3.
           02 filler pic x(30) value "OPERATORS ON ONE RECORD ALERT".
           02 filler pic x(20) value "CHGPAT-HOUR-START".
           02 filler pic 9(9)  value 0.
           02 filler pic 9(9)  value 23.
           02 filler pic 9(9)  value 7.
           02 filler pic x(30) value "BUSINESS HOURS START (HOUR)".
           02 filler pic x(20) value "CHGPAT-HOUR-END".
           02 filler pic 9(9)  value 1.
           02 filler pic 9(9)  value 24.
           02 filler pic 9(9)  value 19.
           02 filler pic x(30) value "BUSINESS HOURS END (HOUR)".
           02 filler pic x(20) value "CHGPAT-DORMANT-DAYS".
           02 filler pic 9(9)  value 30.
           02 filler pic 9(9)  value 3650.
           02 filler pic 9(9)  value 365.
           02 filler pic x(30) value "DAYS IDLE BEFORE DORMANT".
           02 filler pic x(20) value "PRICE-NOTICE-DAYS".
           02 filler pic 9(9)  value 1.
           02 filler pic 9(9)  value 365.
           02 filler pic 9(9)  value 30.
           02 filler pic x(30) value "DAYS NOTICE OF A PRICE CHANGE".
           02 filler pic x(20) value "CONN-STALE-MINUTES".
           02 filler pic 9(9)  value 5.
           02 filler pic 9(9)  value 1440.
           02 filler pic 9(9)  value 30.
           02 filler pic x(30) value "MINUTES IDLE BEFORE CONN STALE".
           02 filler pic x(20) value "CONN-HELD-MINUTES".
           02 filler pic 9(9)  value 10.
           02 filler pic 9(9)  value 10080.
           02 filler pic 9(9)  value 240.
           02 filler pic x(30) value "MINUTES HELD BEFORE CONN ALERT".
       78 sysParamCatCount value 14.
