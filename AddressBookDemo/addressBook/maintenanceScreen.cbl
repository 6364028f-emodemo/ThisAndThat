      *> call, and files or end-dates a seasonal address - all
      *> through the existing recordsProgram funcs, so the audit
      *> posture doesn't change.
      *> The record screen also carries the contact's credit
      *> standing - the limit on credit-limits.txt and, when the
      *> credit check has parked billing for a supervisor on
      *> held-billing.txt, that the contact is on credit hold.
      *> A restricted contact is shown through confidentialMask -
      *> street, phone, email and mobile masked, seasonal streets
      *> too, unless the signed-on operator is cleared for it - and
      *> a masked contact cannot be saved, updated or future-dated
      *> from this screen, since the masked fields would be written.
       program-id. maintenanceScreen as "maintenanceScreen".

       environment division.
           assign to ".\duplicate-overrides.txt"
           organization is line sequential.

      *> the contact's credit standing, shown on the record screen
           select optional creditLimitFile
           assign to ".\credit-limits.txt"
           organization is indexed
           access is dynamic
           record key clRecordId of creditLimitRec
               with no duplicates
           file status is fs-limit.

           select optional heldFile
           assign to ".\held-billing.txt"
           organization is indexed
           access is dynamic
           record key hbKey of heldRec with no duplicates
           alternate record key hbRecordId of heldRec
               with duplicates
           file status is fs-held.

       data division.
       file section.
       fd pendingChangeFile.
           03 ov-matchId   pic 9(9).
           03 filler       pic x(1) value space.
           03 ov-score     pic 9(2).

       fd creditLimitFile.
       01 creditLimitRec.
       copy "creditlimit.cpy".

       fd heldFile.
       01 heldRec.
       copy "heldbilling.cpy".
       working-storage section.
       01 tmprec.
       copy "records.cpy".
       01 searchCity   pic x(20) value spaces.
       01 editRec.
       copy "records.cpy" replacing ==02== by ==03==.
      *> space not restricted, M masked, U shown whole and logged
       01 wsMaskResult pic x(1) value space.
       01 wsMaskSource pic x(24) value "maintenanceScreen".
      *> a second buffer for the contact-view calls, so reading a
      *> call history never clobbers the search matches still being
      *> paged in arrayParent
           03 filler       pic x(1) value space.
           03 al-city      pic x(20).
       01 wsApplyDone pic x(1) value "N".
      *> the credit line on the record screen
       01 fs-limit pic x(2).
       01 fs-held  pic x(2).
       01 wsCreditStatus pic x(60) value spaces.
       01 wsCreditPos pic 9(4) comp-5 value 1.
       01 wsHeldEof pic x(1) value "N".
       01 wsHeldLines pic 9(9) comp-5 value 0.
       01 wsHeldEdit pic z(4)9.
       01 wsLimitAmount pic 9(9)v99 comp-3.
       01 wsLimitEdit pic z(7)9.99.
       01 fs-pendingchg pic x(2).
      *> the pending-changes queue held while the desk works it
       01 pendingTable.
           03 line 11 column 2  value "mobile:".
           03 line 11 column 15 pic x(20)
              using recordMobile of editRec.
           03 line 12 column 2  value "credit:".
           03 line 12 column 15 pic x(60) from wsCreditStatus.
           03 line 13 column 2
              value "S=save U=update D=delete V=view F=future X=quit:".
           03 line 13 column 52 pic x(1) using wsAction.
      *> and the next free recordId handed out by nextRecordIdFunc
       3000-create-record section.
           initialize editRec
           move space to wsMaskResult
           move "no credit limit" to wsCreditStatus
           move nextRecordId to func
           call "recordsProgram" using func tmprec arrayParent
           move nextId to recordId of editRec

       4000-edit-record section.
           move array(wsChoice) to editRec
           perform 4200-mask-confidential
           perform 4100-read-credit-status
           perform 5000-accept-and-apply
           .

      *> lines still at H on held-billing.txt mean the credit check
      *> has the contact on hold until a supervisor decides; the
      *> limit follows - no row, or a zero, is no limit
       4100-read-credit-status section.
           move spaces to wsCreditStatus
           move 1 to wsCreditPos
           move 0 to wsHeldLines
           move "N" to wsHeldEof
           open input heldFile
           if fs-held = "00"
               move recordId of editRec to hbRecordId of heldRec
               start heldFile
                   key is = hbRecordId of heldRec
                   invalid key
                       move "Y" to wsHeldEof
                   not invalid key
                       continue
               end-start
               perform until wsHeldEof = "Y"
                   read heldFile next record
                       at end
                           move "Y" to wsHeldEof
                       not at end
                           if hbRecordId of heldRec
                               not = recordId of editRec
                               move "Y" to wsHeldEof
                           else
                               if hbStatus of heldRec = "H"
                                   add 1 to wsHeldLines
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close heldFile
           if wsHeldLines > 0
               move wsHeldLines to wsHeldEdit
               string "ON CREDIT HOLD -" wsHeldEdit
                      " billing line(s) held, "
                      delimited by size
                   into wsCreditStatus
                   with pointer wsCreditPos
               end-string
           end-if

           open input creditLimitFile
           move recordId of editRec to clRecordId of creditLimitRec
           move 0 to clLimit of creditLimitRec
           if fs-limit = "00"
               read creditLimitFile
                   key is clRecordId of creditLimitRec
                   invalid key
                       move 0 to clLimit of creditLimitRec
                   not invalid key
                       continue
               end-read
           end-if
           close creditLimitFile
           if clLimit of creditLimitRec > 0
               compute wsLimitAmount = clLimit of creditLimitRec / 100
               move wsLimitAmount to wsLimitEdit
               string "limit " function trim(wsLimitEdit)
                      delimited by size
                   into wsCreditStatus
                   with pointer wsCreditPos
               end-string
           else
               string "no credit limit"
                      delimited by size
                   into wsCreditStatus
                   with pointer wsCreditPos
               end-string
           end-if
           .

       4200-mask-confidential section.
           call "confidentialMask" using operatorId wsMaskSource
                                         editRec wsMaskResult
           .

       5000-accept-and-apply section.
           move "N" to wsApplyDone
           perform until wsApplyDone = "Y"
               evaluate wsAction
                   when "S"
                   when "s"
                   when "U"
                   when "u"
                   when "F"
                   when "f"
                       if wsMaskResult = "M"
                           move "restricted contact - not cleared"
                               & " to change it" to wsMessage
                       else
                           perform 5100-apply-change
                       end-if
                   when "D"
                   when "d"
                       move removeRecord to func
                   when "v"
                       perform 6000-contact-view
                       move "N" to wsApplyDone
                   when other
                       move "cancelled - nothing written"
                           to wsMessage
           display wsMessage
           .

       5100-apply-change section.
           evaluate wsAction
               when "S"
               when "s"
                   perform 5500-guard-near-duplicates
                   if wsDupChoice = 9
      *> jump - the chosen existing record is in editRec now, and
      *> the loop comes round to edit it as an update
                       move "N" to wsApplyDone
                   else
                       if wsDupChoice not = 8
                           move writeRecord to func
                           call "recordsProgram"
                               using func tmprec arrayParent
                           perform 8000-map-message
                       else
                           move "cancelled - nothing written"
                               to wsMessage
                       end-if
                   end-if
               when "U"
               when "u"
                   move rewriteRecord to func
                   call "recordsProgram"
                       using func tmprec arrayParent
                   perform 8000-map-message
               when "F"
               when "f"
                   perform 7000-future-date-change
                   move "N" to wsApplyDone
           end-evaluate
           .

      *> the suspect scoring brought forward to the point of entry:
      *> the candidate in editRec against every live record, scored
      *> the way duplicateSuspectReport scores - shared phone/email
                        and wsDupChoice <= dupCount
                       move array(du-index(wsDupChoice))
                           to editRec
                       perform 4200-mask-confidential
                       move 9 to wsDupChoice
                   when other
                       move 8 to wsDupChoice
                   to al-validTo
               move addressStreet of addressArray(viewSub)
                   to al-street
               if wsMaskResult = "M"
                   move "RESTRICTED" to al-street
               end-if
               move addressCode of addressArray(viewSub)
                   to al-code
               move addressCity of addressArray(viewSub)
