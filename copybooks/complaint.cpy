      ******************************************************************
      *
      * complaint.cpy
      *
      * Layout of one complaint case, keyed by case number with an
      * alternate key on the complaining contact's recordId.
      * cpCategory is the quality-review category (BILLING, SERVICE,
      * STAFF, PRIVACY, DELIVERY, OTHER); a complaint about a charge
      * carries the invoice in cpInvoiceNo, zero otherwise.
      * cpReceivedDate starts the regulatory clock: cpAckDate is
      * zero until the complaint is acknowledged, and the case is
      * resolved when cpResolvedDate is set with cpResolution the
      * outcome as given to the customer.  cpStatus is O open
      * (not yet acknowledged), A acknowledged, or R resolved; a
      * reopened case goes back to A.  cpOwner is the operator who
      * has the case, cpLoggedBy who took it.  The acknowledgment
      * and resolution windows per category are on
      * complaint-sla.txt.  Maintained by complaintScreen; read by
      * complaintSlaReport and complaintMonthlySummary.
      *
      ******************************************************************
           02 cpCaseNo       pic 9(9).
           02 cpRecordId     pic 9(9).
           02 cpCategory     pic x(8).
           02 cpInvoiceNo    pic 9(9).
           02 cpReceivedDate pic 9(8).
           02 cpAckDate      pic 9(8).
           02 cpOwner        pic x(8).
           02 cpStatus       pic x(1).
           02 cpSummary      pic x(40).
           02 cpResolution   pic x(40).
           02 cpResolvedDate pic 9(8).
           02 cpResolvedBy   pic x(8).
           02 cpLoggedBy     pic x(8).
