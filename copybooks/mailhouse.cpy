      ******************************************************************
      *
      * mailhouse.cpy
      *
      * Layout of one mailing-house invoice line on
      * mailhouse-invoice-lines.txt, as mailHouseInvoiceImport files
      * it from the house's invoice detail and
      * mailHouseInvoiceVerify checks it.  mhRunDate is the campaign
      * run the house says it billed - zero when it did not say,
      * and the campaign's latest run on or before the invoice date
      * is taken.  mhService is PRINT, INSERT, POSTAGE (domestic
      * pieces), POSTINTL (international pieces) or CONTAINR (the
      * bundle and tray charges, billed as one amount against a
      * quantity of one).  mhUnitRate and mhAmount are in
      * hundredths, the same as the presort rates and
      * postage-costs.txt.
      *
      ******************************************************************
           02 mhInvoiceNo      pic x(12).
           02 mhLineNo         pic 9(4).
           02 mhInvoiceDate    pic 9(8).
           02 mhCampaignId     pic x(8).
           02 mhRunDate        pic 9(8).
           02 mhService        pic x(8).
           02 mhQuantity       pic 9(9).
           02 mhUnitRate       pic 9(5).
           02 mhAmount         pic 9(9).
           02 mhImportDate     pic 9(8).
