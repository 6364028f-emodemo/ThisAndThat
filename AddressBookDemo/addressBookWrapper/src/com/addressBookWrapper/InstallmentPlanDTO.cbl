      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *>> <summary>
      *>> A Data Transfer Object (DTO) for a contact's active
      *>> installment plan - the plan number (the first instalment's
      *>> invoice number), how many periods are paid, how many have
      *>> fallen due, how many of those are behind, the
      *>> planStatusReport reading (CURRENT, ONE BEHIND or
      *>> COLLAPSED), and every period of the plan.
      *>> <summary>
       class-id com.addressBookWrapper.InstallmentPlanDTO public.

       working-storage section.
       01 planNo binary-long property with no set public value 0.
       01 recordID binary-long property with no set public value 0.
       01 planStatus string property public value "".
       01 paidPeriods binary-long property public value 0.
       01 duePeriods binary-long property public value 0.
       01 periodsBehind binary-long property public value 0.
       01 periods list[type InstallmentDTO] property with no set
                                            public.

      *>> <summary>
      *>> Constructor
      *>> <summary>
       method-id New protected.
       procedure division using by value #planNo as binary-long,
                                by value #id as binary-long.
           set planNo to #planNo
           set recordID to #id
           create periods
           goback.
       end method.

      *>> <summary>
      *>> toString
      *>> <summary>
       method-id toString override.
       procedure division returning return-value as string.
           set return-value to "plan: " & planNo
           & " recordId: " & recordID
           & " status: " & planStatus
           & " paid: " & paidPeriods
           & " due: " & duePeriods
           & " behind: " & periodsBehind
           goback.
       end method.

       end class.
