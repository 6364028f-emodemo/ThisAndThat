      ******************************************************************
      *
      * statementrequest.cpy
      *
      * Layout of one statement request - a statement of account the
      * finance desk asked for from the account inquiry screen while
      * the customer was on the phone.  accountInquiryScreen appends
      * it to statement-requests.txt as Q (queued) with
      * srPrinted zero; the queued-statements run of
      * customerStatement prints it, marks it P with the date in
      * srPrinted and moves it to statement-requests-printed.txt,
      * the trail of what the desk asked for, so the queue itself
      * only ever holds the requests still to print.  srRequested
      * and srTime are when it was asked for and srOperator by whom.
      *
      ******************************************************************
           02 srRecordId   pic 9(9).
           02 filler       pic x(1).
           02 srRequested  pic 9(8).
           02 filler       pic x(1).
           02 srTime       pic 9(6).
           02 filler       pic x(1).
           02 srOperator   pic x(8).
           02 filler       pic x(1).
           02 srStatus     pic x(1).
           02 filler       pic x(1).
           02 srPrinted    pic 9(8).
