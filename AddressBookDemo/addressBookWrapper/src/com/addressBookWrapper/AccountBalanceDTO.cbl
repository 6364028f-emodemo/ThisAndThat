      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *>> <summary>
      *>> A Data Transfer Object (DTO) for a contact's current
      *>> balance - the open receivables, the on-account credit
      *>> paymentPosting holds for the contact, and the balance net
      *>> of that credit (negative when the contact is in credit).
      *>> Money in currency units.
      *>> <summary>
       class-id com.addressBookWrapper.AccountBalanceDTO public.

       working-storage section.
       01 recordID binary-long property with no set public value 0.
       01 asOfDate binary-long property public value 0.
       01 openBalance decimal property public value 0.
       01 onAccountCredit decimal property public value 0.
       01 currentBalance decimal property public value 0.

      *>> <summary>
      *>> Constructor
      *>> <summary>
       method-id New protected.
       procedure division using by value #id as binary-long.
           set recordID to #id
           goback.
       end method.

      *>> <summary>
      *>> toString
      *>> <summary>
       method-id toString override.
       procedure division returning return-value as string.
           set return-value to "recordId: " & recordID
           & " as at: " & asOfDate
           & " open: " & openBalance
           & " on account: " & onAccountCredit
           & " balance: " & currentBalance
           goback.
       end method.

       end class.
