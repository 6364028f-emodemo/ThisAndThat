      ******************************************************************
      *
      * Copyright (C) Micro Focus 1984-2018. All rights reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *> Maintenance utility for territory-table.txt and
      *> commission-rates.txt in the rateTableUpdate mold, so the
      *> ownership of a region and the rate its manager is paid on
      *> are changed by an audited batch, not by an editor.
      *> Applies territory-updates.txt: action A/U/D, target T
      *> (territories) or C (commission rates), then the row in the
      *> target file's own layout.  A territory row maps a recordCode
      *> range, optionally narrowed to one recordCity, to a territory
      *> code and its account manager; it is keyed by territory,
      *> range, and city, and U hands it to a different manager.  A
      *> commission row carries a manager's rate in hundredths of a
      *> percent (0250 = 2.50%), keyed by the manager; the DEFAULT
      *> row pays anyone without a row of their own.  Every manager
      *> named must be an operator on operator-permissions.txt.
      *> Rejected rows are reported, not forced, and each applied
      *> change logs who changed which row when to
      *> territory-change-log.txt.  The next territoryAssignment run
      *> moves the contacts - nobody reassigns them by hand.
       program-id. territoryTableUpdate as "territoryTableUpdate".

       environment division.
       input-output section.
       file-control.
           select updateFile
           assign to ".\territory-updates.txt"
           organization is line sequential
           file status is fs-update.

           select optional territoryFile
           assign to ".\territory-table.txt"
           organization is line sequential
           file status is fs-territory.

           select optional commissionFile
           assign to ".\commission-rates.txt"
           organization is line sequential
           file status is fs-commission.

           select optional permissionFile
           assign to ".\operator-permissions.txt"
           organization is line sequential
           file status is fs-permission.

           select optional changeLogFile
           assign to ".\territory-change-log.txt"
           organization is line sequential.

       data division.
       file section.
       fd updateFile.
       01 updateLine.
           03 tu-action pic x(1).
           03 filler    pic x(1).
           03 tu-target pic x(1).
           03 filler    pic x(1).
           03 tu-row    pic x(60).

       fd territoryFile.
       01 territoryLine pic x(60).

       fd commissionFile.
       01 commissionLine pic x(60).

       fd permissionFile.
       01 permissionLine.
           03 op-operatorId pic x(8).
           03 filler        pic x(1).
           03 op-level      pic x(1).

       fd changeLogFile.
       01 changeLogLine.
           03 cg-timestamp pic x(14).
           03 filler       pic x(1) value space.
           03 cg-operator  pic x(8).
           03 filler       pic x(1) value space.
           03 cg-target    pic x(1).
           03 filler       pic x(1) value space.
           03 cg-action    pic x(1).
           03 filler       pic x(1) value space.
           03 cg-row       pic x(60).

       working-storage section.
       01 eof pic x(1) value "N".
       01 sub pic 9(9) comp-5 value 1.
       01 matchSub pic 9(9) comp-5 value 0.
       01 fs-update     pic x(2).
       01 fs-territory  pic x(2).
       01 fs-commission pic x(2).
       01 fs-permission pic x(2).
       01 appliedCount  pic 9(9) comp-5 value 0.
       01 rejectedCount pic 9(9) comp-5 value 0.
      *> the two files held in memory while the batch applies
       01 territoryLinesTable.
           03 territoryLines occurs 500 times pic x(60).
       01 territoryLineCount pic 9(9) comp-5 value 0.
       01 commissionLinesTable.
           03 commissionLines occurs 500 times pic x(60).
       01 commissionLineCount pic 9(9) comp-5 value 0.
       01 operatorTable.
           03 operatorEntry occurs 500 times pic x(8).
       01 operatorCount pic 9(9) comp-5 value 0.
       01 wsTerritoriesChanged  pic x(1) value "N".
       01 wsCommissionsChanged pic x(1) value "N".
       01 wsRowOk pic x(1) value "Y".
       01 wsReason pic x(40).
       01 wsManager pic x(8).
       01 wsManagerFound pic x(1) value "N".
      *> parsed views of the update's row image
       01 wsTerritoryView.
           03 tv-territory pic x(6).
           03 filler       pic x(1).
           03 tv-codeFrom  pic x(5).
           03 filler       pic x(1).
           03 tv-codeTo    pic x(5).
           03 filler       pic x(1).
           03 tv-city      pic x(20).
           03 filler       pic x(1).
           03 tv-manager   pic x(8).
           03 filler       pic x(12).
       01 wsCommissionView.
           03 cv-manager pic x(8).
           03 filler     pic x(1).
           03 cv-rate    pic x(4).
           03 filler     pic x(47).
       01 cgTimestampDate pic 9(8).
       01 cgTimestampTime pic 9(8).

       linkage section.
      *> who is applying the batch - logged per change
       01 operatorParm pic x(8).

       procedure division using operatorParm.
       0000-mainline section.
           perform 1000-load-territory-lines
           perform 1100-load-commission-lines
           perform 1200-load-operators

           open input updateFile
           if fs-update not = "00"
               display "update file not found, file status "
                   fs-update ", nothing applied"
               goback
           end-if
           perform until eof = "Y"
               read updateFile
                   at end
                       move "Y" to eof
                   not at end
                       perform 2000-apply-one-update
               end-read
           end-perform
           close updateFile
           move "N" to eof

           if wsTerritoriesChanged = "Y"
               perform 7000-rewrite-territory-lines
           end-if
           if wsCommissionsChanged = "Y"
               perform 7100-rewrite-commission-lines
           end-if

           display "changes applied:  " appliedCount
           display "changes rejected: " rejectedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       1000-load-territory-lines section.
           move "N" to eof
           open input territoryFile
           if fs-territory = "00"
               perform until eof = "Y"
                   read territoryFile
                       at end
                           move "Y" to eof
                       not at end
                           if territoryLineCount < 500
                               add 1 to territoryLineCount
                               move territoryLine to
                                   territoryLines(territoryLineCount)
                           end-if
                   end-read
               end-perform
           end-if
           close territoryFile
           move "N" to eof
           .

       1100-load-commission-lines section.
           move "N" to eof
           open input commissionFile
           if fs-commission = "00"
               perform until eof = "Y"
                   read commissionFile
                       at end
                           move "Y" to eof
                       not at end
                           if commissionLineCount < 500
                               add 1 to commissionLineCount
                               move commissionLine to
                                   commissionLines(commissionLineCount)
                           end-if
                   end-read
               end-perform
           end-if
           close commissionFile
           move "N" to eof
           .

       1200-load-operators section.
           move "N" to eof
           open input permissionFile
           if fs-permission = "00"
               perform until eof = "Y"
                   read permissionFile
                       at end
                           move "Y" to eof
                       not at end
                           if operatorCount < 500
                               add 1 to operatorCount
                               move op-operatorId
                                   to operatorEntry(operatorCount)
                           end-if
                   end-read
               end-perform
           end-if
           close permissionFile
           move "N" to eof
           .

       2000-apply-one-update section.
           move "Y" to wsRowOk
           move spaces to wsReason
           evaluate tu-target
               when "T"
                   perform 3000-apply-territory-update
               when "C"
                   perform 4000-apply-commission-update
               when other
                   move "N" to wsRowOk
                   move "target must be T or C" to wsReason
           end-evaluate
           if wsRowOk = "Y"
               add 1 to appliedCount
               perform 5000-log-one-change
           else
               add 1 to rejectedCount
               display "rejected " tu-action " " tu-target " row: "
                   wsReason
           end-if
           .

       3000-apply-territory-update section.
           move tu-row to wsTerritoryView
           if tu-action not = "D"
               perform 3100-validate-territory-row
           end-if
           if wsRowOk = "Y"
               perform 3200-find-territory-row
               evaluate tu-action
                   when "A"
                       if matchSub > 0
                           move "N" to wsRowOk
                           move "row already on file" to wsReason
                       else
                           if territoryLineCount < 500
                               add 1 to territoryLineCount
                               move tu-row to
                                   territoryLines(territoryLineCount)
                               move "Y" to wsTerritoriesChanged
                           else
                               move "N" to wsRowOk
                               move "territory table full" to wsReason
                           end-if
                       end-if
                   when "U"
                       if matchSub = 0
                           move "N" to wsRowOk
                           move "no such territory row" to wsReason
                       else
                           move tu-row to territoryLines(matchSub)
                           move "Y" to wsTerritoriesChanged
                       end-if
                   when "D"
                       if matchSub = 0
                           move "N" to wsRowOk
                           move "no such territory row" to wsReason
                       else
                           move spaces to territoryLines(matchSub)
                           move "Y" to wsTerritoriesChanged
                       end-if
                   when other
                       move "N" to wsRowOk
                       move "action must be A, U, or D"
                           to wsReason
               end-evaluate
           end-if
           .

       3100-validate-territory-row section.
           evaluate true
               when tv-territory = spaces
                   move "N" to wsRowOk
                   move "territory code missing" to wsReason
               when tv-codeFrom is not numeric
                    or tv-codeTo is not numeric
                   move "N" to wsRowOk
                   move "recordCode range not numeric" to wsReason
               when tv-codeFrom > tv-codeTo
                   move "N" to wsRowOk
                   move "recordCode range runs backwards" to wsReason
               when other
                   move tv-manager to wsManager
                   perform 3300-check-manager
                   if wsManagerFound not = "Y"
                       move "N" to wsRowOk
                       move "manager not on operator-permissions"
                           to wsReason
                   end-if
           end-evaluate
           .

      *> a territory row is identified by its code, range, and city
      *> - columns 1 to 39; the manager in column 41 is exactly what
      *> an update is entitled to change
       3200-find-territory-row section.
           move 0 to matchSub
           move 1 to sub
           perform until sub > territoryLineCount
               if territoryLines(sub)(1:39) = tu-row(1:39)
                   move sub to matchSub
               end-if
               add 1 to sub
           end-perform
           .

       3300-check-manager section.
           move "N" to wsManagerFound
           move 1 to sub
           perform until sub > operatorCount
               if operatorEntry(sub) = wsManager
                   move "Y" to wsManagerFound
               end-if
               add 1 to sub
           end-perform
           .

       4000-apply-commission-update section.
           move tu-row to wsCommissionView
           if tu-action not = "D"
               perform 4100-validate-commission-row
           end-if
           if wsRowOk = "Y"
               move 0 to matchSub
               move 1 to sub
               perform until sub > commissionLineCount
                   if commissionLines(sub)(1:8) = cv-manager
                       move sub to matchSub
                   end-if
                   add 1 to sub
               end-perform
               evaluate tu-action
                   when "A"
                       if matchSub > 0
                           move "N" to wsRowOk
                           move "row already on file" to wsReason
                       else
                           if commissionLineCount < 500
                               add 1 to commissionLineCount
                               move tu-row to
                                   commissionLines(commissionLineCount)
                               move "Y" to wsCommissionsChanged
                           else
                               move "N" to wsRowOk
                               move "commission table full"
                                   to wsReason
                           end-if
                       end-if
                   when "U"
                       if matchSub = 0
                           move "N" to wsRowOk
                           move "no such commission row" to wsReason
                       else
                           move tu-row to commissionLines(matchSub)
                           move "Y" to wsCommissionsChanged
                       end-if
                   when "D"
                       if matchSub = 0
                           move "N" to wsRowOk
                           move "no such commission row" to wsReason
                       else
                           move spaces to commissionLines(matchSub)
                           move "Y" to wsCommissionsChanged
                       end-if
                   when other
                       move "N" to wsRowOk
                       move "action must be A, U, or D"
                           to wsReason
               end-evaluate
           end-if
           .

      *> the rate tops out at 25.00% - anything above is a typo
      *> with two digits out of place, not a negotiated rate
       4100-validate-commission-row section.
           evaluate true
               when cv-rate is not numeric
                   move "N" to wsRowOk
                   move "rate not numeric" to wsReason
               when cv-rate > "2500"
                   move "N" to wsRowOk
                   move "rate above 25.00%" to wsReason
               when cv-manager = "DEFAULT"
                   continue
               when other
                   move cv-manager to wsManager
                   perform 3300-check-manager
                   if wsManagerFound not = "Y"
                       move "N" to wsRowOk
                       move "manager not on operator-permissions"
                           to wsReason
                   end-if
           end-evaluate
           .

       5000-log-one-change section.
           accept cgTimestampDate from date yyyymmdd
           accept cgTimestampTime from time
           open extend changeLogFile
           move spaces to changeLogLine
           move cgTimestampDate to cg-timestamp(1:8)
           move cgTimestampTime(1:6) to cg-timestamp(9:6)
           move operatorParm to cg-operator
           move tu-target to cg-target
           move tu-action to cg-action
           move tu-row to cg-row
           write changeLogLine
           close changeLogFile
           .

       7000-rewrite-territory-lines section.
           open output territoryFile
           move 1 to sub
           perform until sub > territoryLineCount
               if territoryLines(sub) not = spaces
                   write territoryLine from territoryLines(sub)
               end-if
               add 1 to sub
           end-perform
           close territoryFile
           .

       7100-rewrite-commission-lines section.
           open output commissionFile
           move 1 to sub
           perform until sub > commissionLineCount
               if commissionLines(sub) not = spaces
                   write commissionLine from commissionLines(sub)
               end-if
               add 1 to sub
           end-perform
           close commissionFile
           .

       end program territoryTableUpdate.
