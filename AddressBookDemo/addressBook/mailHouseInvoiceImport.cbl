      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Reads the mailing house's invoice detail
      *> (mailhouse-invoice.txt) into mailhouse-invoice-lines.txt for
      *> mailHouseInvoiceVerify, instead of the paper invoice going
      *> straight to payment.  Each invoice is an "H" header (invoice
      *> number and date), one "D" row per billed line (campaign,
      *> the campaign run it billed, service, quantity, unit rate
      *> and amount) and a "T" trailer with the line count and the
      *> amount total - the deposit-batch discipline paymentPosting
      *> holds the bank file to.  An invoice is filed whole or not
      *> at all: one whose trailer does not agree with its lines, one
      *> with a line that is not numeric or names no known service,
      *> or one whose number is already on file is refused, its rows
      *> going to mailhouse-invoice-rejects.txt with the reason.
       program-id. mailHouseInvoiceImport as "mailHouseInvoiceImport".

       environment division.
       input-output section.
       file-control.
           select invoiceInFile assign to ".\mailhouse-invoice.txt"
           organization is line sequential
           file status is fs-invoicein.

           select optional lineFile
           assign to ".\mailhouse-invoice-lines.txt"
           organization is line sequential
           file status is fs-line.

           select optional rejectFile
           assign to ".\mailhouse-invoice-rejects.txt"
           organization is line sequential.

       data division.
       file section.
       fd invoiceInFile.
       01 invoiceInLine.
           03 ii-rowType pic x(1).
           03 filler     pic x(1).
           03 ii-rest    pic x(78).
       01 headerView redefines invoiceInLine.
           03 filler          pic x(2).
           03 ih-invoiceNo    pic x(12).
           03 filler          pic x(1).
           03 ih-invoiceDate  pic 9(8).
           03 filler          pic x(57).
       01 detailView redefines invoiceInLine.
           03 filler          pic x(2).
           03 id-lineNo       pic 9(4).
           03 filler          pic x(1).
           03 id-campaignId   pic x(8).
           03 filler          pic x(1).
           03 id-runDate      pic 9(8).
           03 filler          pic x(1).
           03 id-service      pic x(8).
           03 filler          pic x(1).
           03 id-quantity     pic 9(9).
           03 filler          pic x(1).
           03 id-unitRate     pic 9(5).
           03 filler          pic x(1).
           03 id-amount       pic 9(9).
           03 filler          pic x(20).
       01 trailerView redefines invoiceInLine.
           03 filler          pic x(2).
           03 it-lineCount    pic 9(5).
           03 filler          pic x(1).
           03 it-total        pic 9(11).
           03 filler          pic x(61).

       fd lineFile.
       01 lineRec.
       copy "mailhouse.cpy".

       fd rejectFile.
       01 rejectLine.
           03 rj-runDate   pic 9(8).
           03 filler       pic x(1) value space.
           03 rj-invoiceNo pic x(12).
           03 filler       pic x(1) value space.
           03 rj-reason    pic x(20).
           03 filler       pic x(1) value space.
           03 rj-row       pic x(80).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-invoicein pic x(2).
       01 fs-line pic x(2).
       01 wsRunDate pic 9(8).
      *> the invoice numbers already filed - a second copy of an
      *> invoice is refused, never filed twice
       01 knownTable.
           03 knownInvoiceNo occurs 2000 times pic x(12).
       01 knownCount pic 9(9) comp-5 value 0.
      *> the invoice being read, held until its trailer proves it
       01 wsInHeader pic x(1) value "N".
       01 wsInvoiceNo pic x(12).
       01 wsInvoiceDate pic 9(8).
       01 wsReason pic x(20).
       01 heldTable.
           03 heldEntry occurs 500 times.
               05 hl-row pic x(80).
       01 heldCount pic 9(9) comp-5 value 0.
       01 wsLineTotal pic 9(11) comp-5 value 0.
       01 invoiceCount  pic 9(9) comp-5 value 0.
       01 lineCount     pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.

       procedure division.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           perform 0500-load-known-invoices

           open input invoiceInFile
           if fs-invoicein not = "00"
               display "mailing-house invoice not found, file status "
                   fs-invoicein ", nothing imported"
               goback
           end-if
           open extend lineFile
           open extend rejectFile
           perform until eof = "Y"
               read invoiceInFile
                   at end
                       move "Y" to eof
                   not at end
                       perform 1000-take-one-row
               end-read
           end-perform
      *> a header with no trailer behind it is an invoice cut short
           if wsInHeader = "Y"
               move "NO TRAILER" to wsReason
               perform 3000-reject-invoice
           end-if
           close rejectFile
           close lineFile
           close invoiceInFile

           display "invoices imported: " invoiceCount
           display "lines imported:    " lineCount
           display "invoices refused:  " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-load-known-invoices section.
           move "N" to eof
           open input lineFile
           if fs-line = "00"
               perform until eof = "Y"
                   read lineFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 0510-note-one-invoice
                   end-read
               end-perform
           end-if
           close lineFile
           move "N" to eof
           .

       0510-note-one-invoice section.
           if knownCount = 0
              or knownInvoiceNo(knownCount) not = mhInvoiceNo
               if knownCount < 2000
                   add 1 to knownCount
                   move mhInvoiceNo to knownInvoiceNo(knownCount)
               end-if
           end-if
           .

       1000-take-one-row section.
           evaluate ii-rowType
               when "H"
                   if wsInHeader = "Y"
                       move "NO TRAILER" to wsReason
                       perform 3000-reject-invoice
                   end-if
                   move "Y" to wsInHeader
                   move ih-invoiceNo to wsInvoiceNo
                   move ih-invoiceDate to wsInvoiceDate
                   move 0 to heldCount
                   move 0 to wsLineTotal
                   move spaces to wsReason
                   if ih-invoiceDate is not numeric
                       move "HEADER NOT NUMERIC" to wsReason
                   end-if
                   perform 1100-hold-row
               when "D"
                   if wsInHeader = "Y"
                       perform 1200-check-detail
                       perform 1100-hold-row
                   else
                       move spaces to wsInvoiceNo
                       move "LINE WITH NO HEADER" to wsReason
                       perform 3100-reject-one-row
                   end-if
               when "T"
                   if wsInHeader = "Y"
                       perform 1100-hold-row
                       perform 2000-close-invoice
                   else
                       move spaces to wsInvoiceNo
                       move "TRAILER NO HEADER" to wsReason
                       perform 3100-reject-one-row
                   end-if
               when other
                   continue
           end-evaluate
           .

       1100-hold-row section.
           if heldCount < 500
               add 1 to heldCount
               move invoiceInLine to hl-row(heldCount)
           else
               move "TOO MANY LINES" to wsReason
           end-if
           .

      *> the first fault found on any line refuses the invoice
       1200-check-detail section.
           if wsReason = spaces
               evaluate true
                   when id-lineNo is not numeric
                     or id-runDate is not numeric
                     or id-quantity is not numeric
                     or id-unitRate is not numeric
                     or id-amount is not numeric
                       move "LINE NOT NUMERIC" to wsReason
                   when id-service not = "PRINT"
                    and id-service not = "INSERT"
                    and id-service not = "POSTAGE"
                    and id-service not = "POSTINTL"
                    and id-service not = "CONTAINR"
                       move "UNKNOWN SERVICE" to wsReason
                   when id-campaignId = spaces
                       move "NO CAMPAIGN" to wsReason
                   when other
                       add id-amount to wsLineTotal
               end-evaluate
           end-if
           .

      *> the trailer must agree with the lines before anything is
      *> filed, and the number must be new
       2000-close-invoice section.
           move "N" to wsInHeader
           if wsReason = spaces
               if it-lineCount is not numeric
                  or it-total is not numeric
                   move "TRAILER NOT NUMERIC" to wsReason
               else
                   if it-lineCount not = heldCount - 2
                       move "LINE COUNT OFF" to wsReason
                   end-if
                   if it-total not = wsLineTotal
                       move "AMOUNT TOTAL OFF" to wsReason
                   end-if
               end-if
           end-if
           if wsReason = spaces
               move 1 to sub
               perform until sub > knownCount
                   if knownInvoiceNo(sub) = wsInvoiceNo
                       move "ALREADY IMPORTED" to wsReason
                   end-if
                   add 1 to sub
               end-perform
           end-if
           if wsReason = spaces
               perform 2100-file-invoice
           else
               perform 3000-reject-invoice
           end-if
           .

       2100-file-invoice section.
           move 1 to sub
           perform until sub > heldCount
               move hl-row(sub) to invoiceInLine
               if ii-rowType = "D"
                   move spaces to lineRec
                   move wsInvoiceNo to mhInvoiceNo
                   move id-lineNo to mhLineNo
                   move wsInvoiceDate to mhInvoiceDate
                   move id-campaignId to mhCampaignId
                   move id-runDate to mhRunDate
                   move id-service to mhService
                   move id-quantity to mhQuantity
                   move id-unitRate to mhUnitRate
                   move id-amount to mhAmount
                   move wsRunDate to mhImportDate
                   write lineRec
                   add 1 to lineCount
               end-if
               add 1 to sub
           end-perform
           add 1 to invoiceCount
           if knownCount < 2000
               add 1 to knownCount
               move wsInvoiceNo to knownInvoiceNo(knownCount)
           end-if
           .

       3000-reject-invoice section.
           move 1 to sub
           perform until sub > heldCount
               move hl-row(sub) to invoiceInLine
               perform 3100-reject-one-row
               add 1 to sub
           end-perform
           move 0 to heldCount
           move "N" to wsInHeader
           add 1 to rejectedCount
           display "invoice " wsInvoiceNo " refused: " wsReason
           .

       3100-reject-one-row section.
           move spaces to rejectLine
           move wsRunDate to rj-runDate
           move wsInvoiceNo to rj-invoiceNo
           move wsReason to rj-reason
           move invoiceInLine to rj-row
           write rejectLine
           .

       end program mailHouseInvoiceImport.
