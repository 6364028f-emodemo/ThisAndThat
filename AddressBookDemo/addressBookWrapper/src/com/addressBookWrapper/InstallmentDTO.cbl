      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *>> <summary>
      *>> A Data Transfer Object (DTO) for one period of an
      *>> installment plan - its due date, the instalment invoice
      *>> installmentSchedule posted for it, the amount, and whether
      *>> that invoice has been paid off.  Money in currency units.
      *>> <summary>
       class-id com.addressBookWrapper.InstallmentDTO public.

       working-storage section.
       01 periodNo binary-long property with no set public value 0.
       01 dueDate binary-long property public value 0.
       01 invoiceNo binary-long property public value 0.
       01 amount decimal property public value 0.
       01 paid condition-value property public value false.

      *>> <summary>
      *>> Constructor
      *>> <summary>
       method-id New protected.
       procedure division using by value #periodNo as binary-long.
           set periodNo to #periodNo
           goback.
       end method.

      *>> <summary>
      *>> toString
      *>> <summary>
       method-id toString override.
       procedure division returning return-value as string.
           set return-value to "period: " & periodNo
           & " due: " & dueDate
           & " invoice: " & invoiceNo
           & " amount: " & amount
           & " paid: " & paid
           goback.
       end method.

       end class.
