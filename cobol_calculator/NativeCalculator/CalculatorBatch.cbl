      *> batches, breaking the report on batch id with per-batch
      *> subtotals.  Rows outside any header (the old headerless
      *> format) still run, unverified, as batch "(none)".
      *>
      *> Rows may drive Calculator's time-value operations - a
      *> set-rate row, then payment, growth, present and future
      *> value or period-interest rows - and its series mode (open,
      *> post, read) like any other function; the rate a set-rate
      *> row sets holds for the rows after it.  A batch that posted
      *> to a series closes with the series' count, sum, mean,
      *> minimum, maximum and standard deviation, read back from
      *> Calculator under the batch's rounding mode so they are
      *> logged with the rest.
      *>
      *> The run checkpoints to calc-batch-restart.txt at every
      *> control-group boundary - the row it has finished through,
      *> the batch id, and the run totals so far.  A rerun after a
      *> failure skips the groups already done and resumes at the
      *> first unfinished batch, appending to the report and results
      *> files, so no finished operation is logged twice and the
      *> control-totals ledger is posted once, for the whole file.  A
      *> clean finish clears the checkpoint.  Only the group that
      *> was interrupted runs again; its rows reappear in the
      *> results file, and the later row for a batch id and row
      *> number is the one that stands.
      *>
      *> Every transaction row run also goes to calc-batch-results.txt
      *> - batch id, row number in the transaction file, function,
      *> arguments, result, return code and rounding mode in fixed
      *> columns - for downstream jobs to read instead of the print.
       program-id. CalculatorBatch as "CalculatorBatch".

       environment division.
           select reportFile assign to ".\calc-batch-report.txt"
           organization is line sequential.

           select resultsFile assign to ".\calc-batch-results.txt"
           organization is line sequential.

           select optional restartFile
           assign to ".\calc-batch-restart.txt"
           organization is line sequential
           file status is fs-restart.

      *> cross-job control-totals ledger - every batch job posts its
      *> money and record totals here so the end-of-night balancing
      *> report can prove the cross-job identities instead of an
       fd reportFile.
       01 reportLine pic x(80).

       fd resultsFile.
       01 resultLine.
           03 rl-batchId    pic x(8).
           03 filler        pic x(1) value space.
           03 rl-rowNumber  pic 9(9).
           03 filler        pic x(1) value space.
           03 rl-func       pic 9(2).
           03 filler        pic x(1) value space.
           03 rl-arg1       pic s9(7)v99 sign leading separate.
           03 filler        pic x(1) value space.
           03 rl-arg2       pic s9(7)v99 sign leading separate.
           03 filler        pic x(1) value space.
           03 rl-result     pic s9(9)v99 sign leading separate.
           03 filler        pic x(1) value space.
           03 rl-returnCode pic 9(3).
           03 filler        pic x(1) value space.
           03 rl-roundMode  pic 9(2).

      *> one row per control-group boundary passed - the last row is
      *> where a rerun resumes.  "*POSTED*" in the batch id means
      *> the run finished and posted the ledger before it could
      *> clear the file.
       fd restartFile.
       01 restartRec.
           03 rs-fileRow      pic 9(9).
           03 filler          pic x(1).
           03 rs-batchId      pic x(8).
           03 filler          pic x(1).
           03 rs-runRows      pic 9(9).
           03 filler          pic x(1).
           03 rs-runArg1Total pic s9(11)v99 sign leading separate.

       fd ledgerFile.
       01 ledgerLine.
           03 le-totalId pic x(16).
       01 wsRunDate pic 9(8).
       01 runRows pic 9(9) comp-5 value 0.
       01 runArg1Total pic s9(11)v99 comp-3 value 0.
      *> values posted to the open series since it was last reported
       01 wsSeriesRows pic 9(9) comp-5 value 0.
       01 fs-restart pic x(2).
       01 wsRestartEof pic x(1) value "N".
      *> the transaction-file row a rerun resumes after - zero is a
      *> run from the top
       01 wsRestartRow pic 9(9) comp-5 value 0.
       01 wsRestartBatch pic x(8) value spaces.
       01 wsFileRow pic 9(9) comp-5 value 0.
       01 resumeLine.
           03 filler       pic x(22) value "RESUMED AFTER ROW    ".
           03 rr-resumeRow pic z(8)9.
           03 filler       pic x(10) value " - BATCH ".
           03 rr-resumeBatch pic x(8).
       01 wsStatistic pic s9(7)v99 comp-3.
       01 seriesLine.
           03 filler       pic x(10) value "  SERIES: ".
           03 sl-label     pic x(14).
           03 sl-value     pic -(10)9.99.
           03 filler       pic x(3) value spaces.
           03 sl-returnCode pic z(2)9.
       01 detailLine.
           03 dl-arg1       pic -(7)9.99.
           03 filler        pic x(3) value " + ".

       procedure division.
       0000-mainline section.
           perform 0500-read-checkpoint
           if wsRestartBatch = "*POSTED*"
               display "previous run finished - checkpoint cleared"
               open output restartFile
               close restartFile
               goback
           end-if

           perform 1000-verify-batches

           open input transactionFile
           if wsRestartRow = 0
               open output reportFile
               open output resultsFile
               perform 2000-flag-bad-batches
           else
               open extend reportFile
               open extend resultsFile
               move wsRestartRow to rr-resumeRow
               move wsRestartBatch to rr-resumeBatch
               write reportLine from resumeLine
               display "resuming after row " wsRestartRow
                   " batch " wsRestartBatch
           end-if

      *> thousands of rows, one logging session - the per-call
      *> open/close on calculator-log.txt was measurable in the
                   at end
                       move "Y" to eof
                   not at end
                       add 1 to wsFileRow
                       if wsFileRow > wsRestartRow
                           perform 3000-report-one-row
                       end-if
               end-read
           end-perform
           if wsCurrentBatch not = spaces
               perform 3300-write-batch-subtotal
           end-if
           perform 3400-write-series-statistics

           move logSessionClose to func
           call "Calculator" using by value wsZeroArg

           close transactionFile
           close reportFile
           close resultsFile
           perform 4000-post-control-totals
           move "*POSTED*" to wsCurrentBatch
           perform 3500-write-checkpoint

      *> the run reached a clean finish - clear the checkpoint so the
      *> next run starts from the top
           open output restartFile
           close restartFile
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
      *> picks up the last boundary a prior run checkpointed before
      *> it failed, with the run totals it had reached - an empty or
      *> missing restart file is a run from the top
       0500-read-checkpoint section.
           move 0 to wsRestartRow
           move spaces to wsRestartBatch
           open input restartFile
           if fs-restart = "00"
               move "N" to wsRestartEof
               perform until wsRestartEof = "Y"
                   read restartFile
                       at end
                           move "Y" to wsRestartEof
                       not at end
                           if rs-fileRow is numeric
                               move rs-fileRow to wsRestartRow
                               move rs-batchId to wsRestartBatch
                               move rs-runRows to runRows
                               move rs-runArg1Total to runArg1Total
                           end-if
                   end-read
               end-perform
           end-if
           close restartFile
           .

      *> pass one - accumulate each batch's row count and arg1 hash
      *> and verify them against the batch's trailer
       1000-verify-batches section.
                   if wsCurrentBatch not = spaces
                       perform 3300-write-batch-subtotal
                   end-if
      *> everything before this header is finished
                   subtract 1 from wsFileRow
                   perform 3500-write-checkpoint
                   add 1 to wsFileRow
                   move ct-batchId to wsCurrentBatch
                   move 0 to wsBatchRows
                   move 0 to wsBatchArg1Total
                   end-if
               when "BT"
                   perform 3300-write-batch-subtotal
                   perform 3500-write-checkpoint
                   move spaces to wsCurrentBatch
               when other
                   if wsCurrentBatch = spaces
           move return-code to dl-returnCode
           move detailLine to reportLine
           write reportLine
           move spaces to resultLine
           if wsCurrentBatch = spaces
               move "(none)" to rl-batchId
           else
               move wsCurrentBatch to rl-batchId
           end-if
           move wsFileRow   to rl-rowNumber
           move func        to rl-func
           move tx-arg1     to rl-arg1
           move tx-arg2     to rl-arg2
           move calcSum     to rl-result
           move return-code to rl-returnCode
           move roundMode   to rl-roundMode
           write resultLine
           evaluate func
               when seriesOpen
                   move 0 to wsSeriesRows
               when seriesPost
                   if return-code = err-success
                       add 1 to wsSeriesRows
                   end-if
           end-evaluate
           .

       3300-write-batch-subtotal section.
               write reportLine from batchSubtotal
               move 0 to wsBatchRows
               move 0 to wsBatchArg1Total
               perform 3400-write-series-statistics
           end-if
           .

      *> the statistics of the series the rows posted to, read back
      *> through Calculator so each figure is on calculator-log.txt
       3400-write-series-statistics section.
           if wsSeriesRows > 0
               move statCount to wsStatistic
               move "COUNT" to sl-label
               perform 3410-write-one-statistic
               move statSum to wsStatistic
               move "SUM" to sl-label
               perform 3410-write-one-statistic
               move statMean to wsStatistic
               move "MEAN" to sl-label
               perform 3410-write-one-statistic
               move statMinimum to wsStatistic
               move "MINIMUM" to sl-label
               perform 3410-write-one-statistic
               move statMaximum to wsStatistic
               move "MAXIMUM" to sl-label
               perform 3410-write-one-statistic
               move statStdDev to wsStatistic
               move "STD DEVIATION" to sl-label
               perform 3410-write-one-statistic
               move 0 to wsSeriesRows
           end-if
           .

       3410-write-one-statistic section.
           move seriesRead to func
           call "Calculator" using by value wsStatistic
                                    by value wsZeroArg
                                    by value func
                                    by reference calcSum
                                    by value roundMode
           move calcSum to sl-value
           move return-code to sl-returnCode
           write reportLine from seriesLine
           .

      *> one boundary passed - written and closed at once so the
      *> row survives whatever stops the run next
       3500-write-checkpoint section.
           move spaces to restartRec
           move wsFileRow to rs-fileRow
           move wsCurrentBatch to rs-batchId
           move runRows to rs-runRows
           move runArg1Total to rs-runArg1Total
           open extend restartFile
           write restartRec
           close restartFile
           .

       4000-post-control-totals section.
           accept wsRunDate from date yyyymmdd
           open extend ledgerFile
