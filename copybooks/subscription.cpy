      ******************************************************************
      *
      * subscription.cpy
      *
      * Layout of one service subscription - a contact taking one
      * service from the catalogue (service-catalogue.txt), keyed by
      * the owning recordId plus the service code, so one contact
      * can hold any number of services and the billing run can walk
      * them in key order.  subStartDate is the first day the service
      * is billable; subEndDate the last, zero while the
      * subscription is open.  A month the subscription only partly
      * covers is prorated by days.  Maintained by
      * subscriptionUpdate; read by billingExtract.
      *
      ******************************************************************
           02 subKey.
               03 subRecordId    pic 9(9).
               03 subServiceCode pic x(6).
           02 subStartDate       pic 9(8).
           02 subEndDate         pic 9(8).
