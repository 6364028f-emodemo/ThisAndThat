      *> invoice.  One row per period also goes to
      *> installment-plans.txt (the plan is numbered by its first
      *> invoice), which is what planStatusReport works from - the
      *> branches' plan notebook retires.  The level payment and
      *> each period's interest come from Calculator's time-value
      *> operations, which hold the monthly rate at full precision
      *> rather than the currency's two decimals, so every plan
      *> figure ties back to the same arithmetic the billing side
      *> logs in calculator-log.txt.
       program-id. installmentSchedule as "installmentSchedule".

       environment division.
           03 wsDueYyyy pic 9(4).
           03 wsDueMm   pic 9(2).
           03 wsDueDd   pic 9(2).
      *> the period date rolled forward off a weekend or bank
      *> holiday by Calculator - the day the instalment is payable
       01 wsPayableDate pic 9(8).
       01 wsDateArg pic s9(9)v99 comp-3.
       01 wsDateArg2 pic s9(9)v99 comp-3.
       01 wsDateResult pic s9(9)v99 comp-3.
       01 postedCount pic 9(9) comp-5 value 0.
      *> summed scheduled receivables, in hundredths
       01 planPostedTotal pic 9(11) comp-5 value 0.
      *> all money as decimal currency, the same picture the
      *> Calculator linkage carries
       01 wsPrincipal   pic s9(9)v99 comp-3.
      *> the annual rate as a true percentage, and the term, in the
      *> Calculator linkage picture
       01 wsAnnualRate  pic s9(9)v99 comp-3.
       01 wsTerm        pic s9(9)v99 comp-3.
       01 wsRateResult  pic s9(9)v99 comp-3.
       01 wsZeroArg     pic s9(9)v99 comp-3 value 0.
       01 wsPeriodsPerYear pic s9(9)v99 comp-3 value 12.
       01 wsPayment     pic s9(9)v99 comp-3.
       01 wsInterest    pic s9(9)v99 comp-3.
       01 wsPrincipalPart pic s9(9)v99 comp-3.
           end-if

           compute wsPrincipal = principalParm / 100
           compute wsAnnualRate = annualRateParm / 100
           move termMonthsParm to wsTerm

      *> the plan's monthly rate is set once and held by Calculator
      *> at full precision for the payment and every period's
      *> interest
           move tvmSetRate to func
           move roundHalfUp to roundMode
           call "Calculator" using by value wsAnnualRate
                                    by value wsPeriodsPerYear
                                    by value func
                                    by reference wsRateResult
                                    by value roundMode
           if return-code = err-success
               move tvmPayment to func
               call "Calculator" using by value wsPrincipal
                                        by value wsTerm
                                        by value func
                                        by reference wsPayment
                                        by value roundMode
           end-if
           if return-code not = err-success
               display "level payment not computed, return-code "
                   return-code
               goback
           end-if

           accept wsRunDate from date yyyymmdd
           move wsRunDate to wsDueDate
           if wsDueDd > 28
      * Sections
      *****************************************************************
      *> one amortization row - the period's interest comes from
      *> Calculator's period-interest operation on the running
      *> balance at the plan's full-precision monthly rate,
      *> and the final period's payment clears the balance exactly
      *> rather than leaving a rounding tail
       1000-write-one-period section.
           move tvmPeriodInterest to func
           move roundHalfUp to roundMode
           call "Calculator" using by value wsBalance
                                    by value wsZeroArg
                                    by value func
                                    by reference wsInterest
                                    by value roundMode
      *> dated receivable under a fresh invoice number and on the
      *> plan file under the plan's number (its first invoice)
       1500-post-one-receivable section.
           perform 1550-next-period-date
           add 1 to wsLastInvoiceNo
           if wsPlanNo = 0
               move wsLastInvoiceNo to wsPlanNo
               = wsPayment * 100
           move 0 to rmPaid of receivableRec
           move "O" to rmStatus of receivableRec
           move space to rmHold of receivableRec
      *> an instalment is payable on its period date, or the next
      *> business day when that is a weekend or bank holiday
           move wsPayableDate to rmDueDate of receivableRec
      *> the count, the PLAN-POSTED money, and the plan row only
      *> follow a write that landed - a refused period must not
      *> leak onto the ledger or show planStatusReport a phantom
                   move wsPlanNo to pl-planNo
                   move recordIdParm to pl-recordId
                   move periodNo to pl-periodNo
                   move wsPayableDate to pl-dueDate
                   move wsLastInvoiceNo to pl-invoiceNo
                   compute pl-amount rounded = wsPayment * 100
                   write planLine
           end-write
           .

      *> the period date one month on through Calculator's month
      *> arithmetic, and the day it is payable rolled forward off a
      *> weekend or bank holiday - both calls on the calculator log
       1550-next-period-date section.
           move roundHalfUp to roundMode
           move wsDueDate to wsDateArg
           move 1 to wsDateArg2
           move dateAddMonths to func
           call "Calculator" using by value wsDateArg
                                    by value wsDateArg2
                                    by value func
                                    by reference wsDateResult
                                    by value roundMode
           if return-code = err-success
               move wsDateResult to wsDueDate
           else
               add 1 to wsDueMm
               if wsDueMm > 12
                   move 1 to wsDueMm
                   add 1 to wsDueYyyy
               end-if
           end-if
           move wsDueDate to wsPayableDate
           move wsDueDate to wsDateArg
           move 0 to wsDateArg2
           move dateNextBusinessDay to func
           call "Calculator" using by value wsDateArg
                                    by value wsDateArg2
                                    by value func
                                    by reference wsDateResult
                                    by value roundMode
           if return-code = err-success
               move wsDateResult to wsPayableDate
           end-if
           move 0 to return-code
           .

       2000-read-control section.
           move 0 to wsControlRow
           move "N" to eof
