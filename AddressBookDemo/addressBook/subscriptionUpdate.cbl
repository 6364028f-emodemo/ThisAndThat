      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Maintains subscriptions.txt, the per-contact services
      *> billingExtract bills, in the cityMasterUpdate mold.
      *> Applies subscription-updates.txt: action A (add), U (update
      *> the dates), E (end - sets the end date only), or D (delete
      *> a subscription keyed in error), followed by the
      *> subscription.cpy fields.  An added subscription must name a
      *> service on service-catalogue.txt and carry a real start
      *> date; an end date, when given, must not fall before the
      *> start.  A cancellation is an E row with the last billable
      *> day, so the billing run prorates the final month instead
      *> of dropping it.  Rejected rows are counted and shown,
      *> never forced through.
       program-id. subscriptionUpdate as "subscriptionUpdate".

       environment division.
       input-output section.
       file-control.
           select optional subscriptionFile
           assign to ".\subscriptions.txt"
           organization is indexed
           access is dynamic
           record key subKey of subscriptionRec with no duplicates
           file status is fs-subscription.

           select optional catalogueFile
           assign to ".\service-catalogue.txt"
           organization is line sequential
           file status is fs-catalogue.

           select updateFile assign to ".\subscription-updates.txt"
           organization is line sequential
           file status is fs-update.

       data division.
       file section.
       fd subscriptionFile.
       01 subscriptionRec.
       copy "subscription.cpy".

       fd catalogueFile.
       01 catalogueLine.
           03 sc-serviceCode pic x(6).
           03 filler         pic x(1).
           03 sc-description pic x(30).
           03 filler         pic x(1).
           03 sc-priceBasis  pic x(1).
           03 filler         pic x(1).
           03 sc-price       pic 9(7).

       fd updateFile.
       01 updateLine.
           03 su-action pic x(1).
           03 filler    pic x(1).
           03 su-entry.
               copy "subscription.cpy"
                   replacing ==02== by ==05== ==03== by ==07==.

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 fs-subscription pic x(2).
       01 fs-catalogue    pic x(2).
       01 fs-update       pic x(2).
       01 addedCount    pic 9(9) comp-5 value 0.
       01 updatedCount  pic 9(9) comp-5 value 0.
       01 endedCount    pic 9(9) comp-5 value 0.
       01 deletedCount  pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.
       01 wsRowOk  pic x(1) value "Y".
       01 wsReason pic x(40).
       01 wsServiceFound pic x(1) value "N".
       01 wsEndDate pic 9(8).
       01 catalogueTable.
           03 catalogueEntry occurs 200 times pic x(6).
       01 catalogueCount pic 9(9) comp-5 value 0.

       procedure division.
       0000-mainline section.
           perform 0500-load-catalogue
           open i-o subscriptionFile
           if fs-subscription not = "00" and fs-subscription not = "05"
               display "subscriptions file not usable, file status "
                   fs-subscription ", nothing applied"
               goback
           end-if
           open input updateFile
           if fs-update = "00"
               perform until eof = "Y"
                   read updateFile
                       at end
                           move "Y" to eof
                       not at end
                           perform 1000-apply-one-update
                   end-read
               end-perform
               close updateFile
           else
               display "update file not found, file status "
                   fs-update ", nothing applied"
           end-if
           close subscriptionFile

           display "subscriptions added:   " addedCount
           display "subscriptions updated: " updatedCount
           display "subscriptions ended:   " endedCount
           display "subscriptions deleted: " deletedCount
           display "rows rejected:         " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0500-load-catalogue section.
           open input catalogueFile
           if fs-catalogue = "00"
               perform until eof = "Y"
                   read catalogueFile
                       at end
                           move "Y" to eof
                       not at end
                           if catalogueCount < 200
                               add 1 to catalogueCount
                               move sc-serviceCode
                                   to catalogueEntry(catalogueCount)
                           end-if
                   end-read
               end-perform
           end-if
           close catalogueFile
           move "N" to eof
           .

       1000-apply-one-update section.
           move "Y" to wsRowOk
           move spaces to wsReason
           evaluate su-action
               when "A"
                   perform 2000-validate-subscription
                   if wsRowOk = "Y"
                       move su-entry to subscriptionRec
                       write subscriptionRec
                           invalid key
                               move "N" to wsRowOk
                               move "subscription already on file"
                                   to wsReason
                           not invalid key
                               add 1 to addedCount
                       end-write
                   end-if
               when "U"
                   perform 2000-validate-subscription
                   if wsRowOk = "Y"
                       move su-entry to subscriptionRec
                       rewrite subscriptionRec
                           invalid key
                               move "N" to wsRowOk
                               move "no such subscription" to wsReason
                           not invalid key
                               add 1 to updatedCount
                       end-rewrite
                   end-if
               when "E"
                   perform 1100-end-subscription
               when "D"
                   move subKey of su-entry to subKey of subscriptionRec
                   read subscriptionFile
                       key is subKey of subscriptionRec
                       invalid key
                           move "N" to wsRowOk
                           move "no such subscription" to wsReason
                       not invalid key
                           delete subscriptionFile record end-delete
                           add 1 to deletedCount
                   end-read
               when other
                   move "N" to wsRowOk
                   move "unknown action" to wsReason
           end-evaluate
           if wsRowOk not = "Y"
               add 1 to rejectedCount
               display "rejected " su-action " for recordId "
                   subRecordId of su-entry " service "
                   subServiceCode of su-entry ": " wsReason
           end-if
           .

      *> only the end date moves - the start stays what was billed
       1100-end-subscription section.
           move subEndDate of su-entry to wsEndDate
           move subKey of su-entry to subKey of subscriptionRec
           read subscriptionFile
               key is subKey of subscriptionRec
               invalid key
                   move "N" to wsRowOk
                   move "no such subscription" to wsReason
               not invalid key
                   if wsEndDate is not numeric
                      or wsEndDate < subStartDate of subscriptionRec
                      or function integer-of-date(wsEndDate) = 0
                       move "N" to wsRowOk
                       move "end date not valid" to wsReason
                   else
                       move wsEndDate to subEndDate of subscriptionRec
                       rewrite subscriptionRec end-rewrite
                       add 1 to endedCount
                   end-if
           end-read
           .

       2000-validate-subscription section.
           move "N" to wsServiceFound
           move 1 to sub
           perform until sub > catalogueCount
               if catalogueEntry(sub) = subServiceCode of su-entry
                   move "Y" to wsServiceFound
               end-if
               add 1 to sub
           end-perform
           evaluate true
               when subRecordId of su-entry is not numeric
                    or subRecordId of su-entry = 0
                   move "N" to wsRowOk
                   move "recordId missing" to wsReason
               when wsServiceFound not = "Y"
                   move "N" to wsRowOk
                   move "service not on the catalogue" to wsReason
               when subStartDate of su-entry is not numeric
                    or function integer-of-date
                       (subStartDate of su-entry) = 0
                   move "N" to wsRowOk
                   move "start date not valid" to wsReason
               when subEndDate of su-entry is not numeric
                   move "N" to wsRowOk
                   move "end date not valid" to wsReason
               when subEndDate of su-entry not = 0
                    and subEndDate of su-entry
                        < subStartDate of su-entry
                   move "N" to wsRowOk
                   move "end date before start date" to wsReason
               when other
                   continue
           end-evaluate
           .

       end program subscriptionUpdate.
