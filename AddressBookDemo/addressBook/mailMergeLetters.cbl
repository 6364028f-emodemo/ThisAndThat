      *> supports (blank matches any), and writes one merged letter
      *> per contact to the print file, separated by a dashed line,
      *> with a trailer count the mailing house can balance against.
      *> segmentParm narrows the selection to one segment code from
      *> contact-segments.txt (blank selects every segment), so a
      *> campaign letter reaches only the customers it was written
      *> for.
       program-id. mailMergeLetters as "mailMergeLetters".

       environment division.
               with no duplicates
           file status is fs-preference.

      *> deceased / gone-away suppression - a contact flagged by
      *> suppressionScreening or its review gets no letter, counted
      *> on the trailer apart from the do-not-mail requests
           select optional suppressionFile
           assign to ".\records-suppression.txt"
           organization is indexed
           access is dynamic
           record key supRecordId of suppressionRec
               with no duplicates
           file status is fs-suppression.

      *> dataQualityScan's street verdict per record - a letter
      *> counts as going to a verified address only while the
      *> record still carries the address the scan found verified
           select optional verifyFile
           assign to ".\address-verification.txt"
           organization is indexed
           access is dynamic
           record key avRecordId of verifyRec with no duplicates
           file status is fs-verify.

      *> value segments - a segment code selects only the contacts
      *> the last customerSegmentation run placed in it
           select optional segmentFile
           assign to ".\contact-segments.txt"
           organization is indexed
           access is dynamic
           record key sgRecordId of segmentRec with no duplicates
           file status is fs-segment.

       data division.
       file section.
       fd templateFile.
       01 preferenceRec.
       copy "preference.cpy".

       fd suppressionFile.
       01 suppressionRec.
       copy "suppression.cpy".

       fd segmentFile.
       01 segmentRec.
       copy "segment.cpy".

       fd campaignFile.
       01 campaignLine.
           03 cg-campaignId pic x(8).
           03 cg-criteria   pic x(40).
           03 filler        pic x(1) value space.
           03 cg-pieceCount pic 9(9).
           03 filler        pic x(1) value space.
           03 cg-verifiedCount pic 9(9).

       fd verifyFile.
       01 verifyRec.
       copy "addrverify.cpy".

       fd campaignPieceFile.
       01 campaignPieceLine.
       01 sub pic 9(9) comp-5 value 1.
       01 fs-template pic x(2).
       01 fs-preference pic x(2).
       01 fs-suppression pic x(2).
       01 fs-segment pic x(2).
       01 fs-verify pic x(2).
       01 wsInSegment pic x(1) value "Y".
       01 wsSuppress pic x(1) value "N".
       01 letterCount pic 9(9) comp-5 value 0.
       01 verifiedCount pic 9(9) comp-5 value 0.
       01 suppressedCount pic 9(9) comp-5 value 0.
       01 wsScreenSuppress pic x(1) value "N".
       01 screenSuppressedCount pic 9(9) comp-5 value 0.
       01 wsRunDate pic 9(8).
      *> per-city letter counts for the campaign pieces file
       01 cityCountTable.
           03 filler   pic x(26)
              value "SUPPRESSED (DO NOT MAIL): ".
           03 sl-count pic z(8)9.
       01 screenSuppressedLine.
           03 filler   pic x(34)
              value "SUPPRESSED (DECEASED/GONE AWAY): ".
           03 ss-count pic z(8)9.

       linkage section.
      *> blank matches any value, the same contract searchByNameFunc
      *> campaign this run belongs to - blank runs untracked, the
      *> way every run did before campaigns were first-class
       01 campaignParm pic x(8).
      *> blank = every segment
       01 segmentParm pic x(3).

       procedure division using nameParm familyParm cityParm
                                campaignParm segmentParm.
       0000-mainline section.
           accept wsRunDate from date yyyymmdd
           perform 0500-load-template
           call "recordsProgram" using func tmprec arrayParent

           open input preferenceFile
           open input suppressionFile
           open input segmentFile
           open input verifyFile
           open output printFile
           move 1 to sub
           perform until sub > 5000
                         or recordId of array(sub) = 0
               perform 0650-check-segment
               if wsInSegment = "Y"
                   perform 0700-check-suppression
                   evaluate true
                       when wsScreenSuppress = "Y"
                           add 1 to screenSuppressedCount
                       when wsSuppress = "Y"
                           add 1 to suppressedCount
                       when other
                           perform 1000-merge-one-letter
                   end-evaluate
               end-if
               add 1 to sub
           end-perform
           write printLine from trailerLine
           move suppressedCount to sl-count
           write printLine from suppressedLine
           move screenSuppressedCount to ss-count
           write printLine from screenSuppressedLine
           close printFile
           close verifyFile
           close segmentFile
           close suppressionFile
           close preferenceFile

           move closeFile to func
           end-if

           display "letters produced:   " letterCount
           display "to verified address:" verifiedCount
           display "letters suppressed: " suppressedCount
           display "deceased/gone away: " screenSuppressedCount
           goback
           .

           end-if
           .

      *> a contact the scoring run has not placed in the asked-for
      *> segment - or has not scored at all - gets no letter
       0650-check-segment section.
           move "Y" to wsInSegment
           if segmentParm not = spaces
               move recordId of array(sub) to sgRecordId of segmentRec
               read segmentFile
                   key is sgRecordId of segmentRec
                   invalid key
                       move "N" to wsInSegment
                   not invalid key
                       if sgSegment of segmentRec not = segmentParm
                           move "N" to wsInSegment
                       end-if
               end-read
           end-if
           .

      *> a preference row flagged do-not-mail stands the contact
      *> down from this and every other mailing output
       0700-check-suppression section.
                       move "Y" to wsSuppress
                   end-if
           end-read
           move "N" to wsScreenSuppress
           move recordId of array(sub)
               to supRecordId of suppressionRec
           read suppressionFile
               key is supRecordId of suppressionRec
               invalid key
                   continue
               not invalid key
                   if supFlag of suppressionRec = "Y"
                       move "Y" to wsScreenSuppress
                   end-if
           end-read
           .

       1000-merge-one-letter section.
           end-perform
           write printLine from separatorLine
           add 1 to letterCount
           perform 1050-count-verified
           perform 1100-count-city
           .

       1050-count-verified section.
           move recordId of array(sub) to avRecordId of verifyRec
           read verifyFile
               key is avRecordId of verifyRec
               invalid key
                   continue
               not invalid key
                   if avResult of verifyRec = "V"
                      and avStreet of verifyRec
                          = recordStreet of array(sub)
                      and avCity of verifyRec = recordCity of array(sub)
                      and avCode of verifyRec = recordCode of array(sub)
                       add 1 to verifiedCount
                   end-if
           end-read
           .

       1100-count-city section.
           move 0 to matchSub
           move 1 to citySub
           move wsRunDate to cg-runDate
           move "mailMergeLetters" to cg-job
           move spaces to cg-criteria
           move 1 to outPos
           if segmentParm not = spaces
               string "seg=" delimited by size
                      segmentParm delimited by size
                      " " delimited by size
                   into cg-criteria
                   with pointer outPos
               end-string
           end-if
           string "name=" delimited by size
                  nameParm delimited by "  "
                  " family=" delimited by size
                  " city=" delimited by size
                  cityParm delimited by "  "
               into cg-criteria
               with pointer outPos
               on overflow continue
           end-string
           move letterCount to cg-pieceCount
           move verifiedCount to cg-verifiedCount
           write campaignLine
           close campaignFile
           open extend campaignPieceFile
