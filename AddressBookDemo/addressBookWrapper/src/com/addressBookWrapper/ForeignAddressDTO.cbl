      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *>> <summary>
      *>> A Data Transfer Object (DTO) for the country of a contact
      *>> living abroad - the two-letter country code, the foreign
      *>> postal code (checked against the country's formats on
      *>> country-rules.txt), and the date it was filed.
      *>> <summary>
       class-id com.addressBookWrapper.ForeignAddressDTO public.

       working-storage section.
       01 recordID binary-long property with no set public value 0.
       01 country string property public value "".
       01 postalCode string property public value "".
       01 filedDate binary-long property with no set public value 0.

      *>> <summary>
      *>> Constructor
      *>> <summary>
       method-id New protected.
       procedure division using by value #recordID as binary-long
                                by value #filedDate as binary-long.
           set recordID to #recordID
           set filedDate to #filedDate
           goback.
       end method.

      *>> <summary>
      *>> toString
      *>> <summary>
       method-id toString override.
       procedure division returning return-value as string.
           set return-value to "recordID: " & recordID
           & " country: " & country
           & " postal code: " & postalCode
           & " filed: " & filedDate
           goback.
       end method.

       end class.
