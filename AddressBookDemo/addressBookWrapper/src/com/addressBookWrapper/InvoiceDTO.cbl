      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *>> <summary>
      *>> A Data Transfer Object (DTO) for one open invoice on a
      *>> contact's statement - the receivables-master entry with
      *>> the date it is payable by, the days past that date (zero
      *>> or negative while not yet due) and its aging bucket:
      *>> CURRENT, 1-30, 31-60 or OVER 60.  onHold is true while
      *>> the invoice is under an open dispute.  Money in currency
      *>> units.
      *>> <summary>
       class-id com.addressBookWrapper.InvoiceDTO public.

       working-storage section.
       01 invoiceNo binary-long property with no set public value 0.
       01 recordID binary-long property with no set public value 0.
       01 invoiceDate binary-long property public value 0.
       01 dueDate binary-long property public value 0.
       01 amountDue decimal property public value 0.
       01 amountPaid decimal property public value 0.
       01 balance decimal property public value 0.
       01 daysPastDue binary-long property public value 0.
       01 agingBucket string property public value "".
       01 onHold condition-value property public value false.

      *>> <summary>
      *>> Constructor - the invoice number and the owning recordId
      *>> <summary>
       method-id New protected.
       procedure division using by value #invoiceNo as binary-long,
                                by value #id as binary-long.
           set invoiceNo to #invoiceNo
           set recordID to #id
           goback.
       end method.

      *>> <summary>
      *>> toString
      *>> <summary>
       method-id toString override.
       procedure division returning return-value as string.
           set return-value to "invoice: " & invoiceNo
           & " recordId: " & recordID
           & " due: " & dueDate
           & " balance: " & balance
           & " aging: " & agingBucket
           goback.
       end method.

       end class.
