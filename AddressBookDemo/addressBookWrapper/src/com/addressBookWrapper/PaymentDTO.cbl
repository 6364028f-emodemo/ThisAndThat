      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *>> <summary>
      *>> A Data Transfer Object (DTO) for one payment-history row
      *>> against a contact's invoice - paymentType "P" a payment
      *>> posted, "R" a payment reversed, "A" on-account credit
      *>> applied to a new invoice.  onAccount is the part of a
      *>> payment that was held on account rather than applied.
      *>> Money in currency units.
      *>> <summary>
       class-id com.addressBookWrapper.PaymentDTO public.

       working-storage section.
       01 paymentType string property with no set public value "".
       01 invoiceNo binary-long property with no set public value 0.
       01 paymentDate binary-long property public value 0.
       01 amount decimal property public value 0.
       01 onAccount decimal property public value 0.

      *>> <summary>
      *>> Constructor - the row type and the invoice it was
      *>> applied to
      *>> <summary>
       method-id New protected.
       procedure division using by value #type as string,
                                by value #invoiceNo as binary-long.
           set paymentType to #type
           set invoiceNo to #invoiceNo
           goback.
       end method.

      *>> <summary>
      *>> toString
      *>> <summary>
       method-id toString override.
       procedure division returning return-value as string.
           set return-value to "type: " & paymentType
           & " invoice: " & invoiceNo
           & " date: " & paymentDate
           & " amount: " & amount
           goback.
       end method.

       end class.
