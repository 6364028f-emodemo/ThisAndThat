      *> the batch jobs post to.  Checks the cross-job identities we
      *> used to verify by hand from console displays - records
      *> priced equals records read, fees invoiced equals fees
      *> extracted (less fees parked on credit hold, plus held fees
      *> released) - for dateParm (zero means the latest date on the
      *> ledger), lists every total posted for that date, and closes
      *> with BALANCED or OUT-OF-BALANCE per identity.
      *> Since paymentPosting began posting PAYMENTS-POSTED and
      *> AR-BALANCE, the report also proves the central identity of
      *> a receivables system: yesterday's balance plus invoices,
      *> interest, and instalments, less credits, payments,
      *> write-offs, and the collections agency's commission on
      *> what it collected, equals today's balance - BALANCED, or the
      *> exact leak when money disappears between the register and
      *> the receivables master.
       program-id. controlTotalsBalance as "controlTotalsBalance".
       01 deferredCount pic 9(11) comp-5 value 0.
       01 extractedFees pic s9(13)v99 comp-3 value 0.
       01 invoicedFees  pic s9(13)v99 comp-3 value 0.
      *> fees parked on credit hold, and released holds invoiced
       01 heldFees      pic s9(13)v99 comp-3 value 0.
       01 releasedFees  pic s9(13)v99 comp-3 value 0.
       01 rowCount pic 9(9) comp-5 value 0.
      *> the roll-forward identity's terms for the report date
       01 invoicedTotal  pic s9(13)v99 comp-3 value 0.
       01 creditsTotal   pic s9(13)v99 comp-3 value 0.
       01 paymentsPosted pic s9(13)v99 comp-3 value 0.
       01 writtenOff     pic s9(13)v99 comp-3 value 0.
       01 agencyFees     pic s9(13)v99 comp-3 value 0.
       01 arToday        pic s9(13)v99 comp-3 value 0.
       01 wsArTodaySeen  pic x(1) value "N".
      *> the latest AR-BALANCE posted before the report date
                   add le-amount to extractedFees
               when "FEES-INVOICED"
                   add le-amount to invoicedFees
               when "FEES-HELD"
                   add le-amount to heldFees
               when "FEES-RELEASED"
                   add le-amount to releasedFees
               when "INVOICED-TOTAL"
                   add le-amount to invoicedTotal
               when "INTEREST-RAISED"
                   add le-amount to paymentsPosted
               when "FEES-WRITTEN-OFF"
                   add le-amount to writtenOff
               when "AGENCY-FEES"
                   add le-amount to agencyFees
               when "AR-BALANCE"
      *> more than one posting run a day - the last balance wins
                   move le-amount to arToday
           write reportLine from identityLine

           move spaces to identityLine
      *> a credit hold parks extracted fees until a supervisor
      *> releases them into a later run's invoices
           move "fees invoiced+held = extracted+released"
               to id-label
           if invoicedFees + heldFees = extractedFees + releasedFees
               move "BALANCED" to id-result
           else
               move "OUT-OF-BALANCE" to id-result
                       = prevArBalance + invoicedTotal
                       + interestRaised + planPosted
                       + creditsTotal - paymentsPosted
                       - writtenOff - agencyFees
                   if wsExpectedAr = arToday
                       move "BALANCED" to id-result
                   else
