
      *>> <summary>
      *>> Write recordId, name, family, postalCode, city, street, phone
      *>> for every record to a CSV file at #path - a restricted
      *>> contact's street, phone, email and mobile are masked unless
      *>> the operator given to signOn is cleared for it
      *>> <summary>
       method-id exportToCsv.
       procedure division using by value #path as string.

      *>> <summary>
      *>> Find records whose name/family/city match #name/#family/
      *>> #city - a blank argument matches any value; restricted
      *>> contacts come back masked as for exportToCsv
      *>> <summary>
       method-id searchRecords.
       procedure division using by value #name as string
                          returning return-value as list[type RecordDTO].
       end method.

      *>> <summary>
      *>> The contact's open invoices from the receivables master,
      *>> each with its due date, days past due and aging bucket.
      *>> Read-only - works on a connection opened with
      *>> openConnectionReadOnly.
      *>> <summary>
       method-id listOpenInvoices.
       procedure division using by value #recordId as binary-long
                          returning return-value as list[type InvoiceDTO].
       end method.

      *>> <summary>
      *>> The contact's current balance - open receivables less the
      *>> on-account credit held for the contact.  Read-only.
      *>> <summary>
       method-id getAccountBalance.
       procedure division using by value #recordId as binary-long
                          returning return-value as type AccountBalanceDTO.
       end method.

      *>> <summary>
      *>> The last payments applied to the contact's invoices from
      *>> payment-history.txt, oldest first.  Read-only.
      *>> <summary>
       method-id listRecentPayments.
       procedure division using by value #recordId as binary-long
                          returning return-value as list[type PaymentDTO].
       end method.

      *>> <summary>
      *>> The contact's active installment plan period by period,
      *>> or null when the contact has none.  Read-only.
      *>> <summary>
       method-id getInstallmentPlan.
       procedure division using by value #recordId as binary-long
                          returning return-value as type InstallmentPlanDTO.
       end method.

      *>> <summary>
      *>> File the country and foreign postal code of a contact
      *>> living abroad - a blank #country returns the contact to
      *>> the home country
      *>> <summary>
       method-id setForeignAddress.
       procedure division using by value #recordId as binary-long
                                by value #country as string
                                by value #postalCode as string.
       end method.

      *>> <summary>
      *>> The country of a contact living abroad, or null for a
      *>> home-country contact.  Read-only.
      *>> <summary>
       method-id getForeignAddress.
       procedure division using by value #recordId as binary-long
                          returning return-value as type ForeignAddressDTO.
       end method.

      *>> <summary>
      *>> Get the max number of possible records
      *>> <summary>
