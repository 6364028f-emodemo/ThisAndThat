      *> followed by the campaign id - and prints pieces sent,
      *> responses, and response rate per campaign, broken down by
      *> recordCity so the next campaign's city selection is based
      *> on numbers.  Under each campaign goes the share of its
      *> pieces that went to an address the postal street reference
      *> had verified - registry rows written before the mailing
      *> jobs counted that show it as not recorded.
       program-id. campaignResponseReport
           as "campaignResponseReport".

      *> to start rather than read datafile mid-rebuild
           select optional connectionFile
           assign to ".\records-connections.txt"
           organization is indexed
           access is dynamic
           record key cnKey of connectionLine with no duplicates
           file status is fs-connectionfile.

       data division.
       file section.
       fd connectionFile.
       01 connectionLine.
       copy "connection.cpy".

       fd datafile.
       01 rec.
           03 cg-criteria   pic x(40).
           03 filler        pic x(1).
           03 cg-pieceCount pic 9(9).
           03 filler        pic x(1).
           03 cg-verifiedCount pic x(9).

       fd campaignPieceFile.
       01 campaignPieceLine.
               05 ct-job        pic x(16).
               05 ct-pieces     pic 9(9) comp-5.
               05 ct-responses  pic 9(9) comp-5.
               05 ct-verified   pic 9(9) comp-5.
      *>   N the registry row predates the verified count
               05 ct-verifiedKnown pic x(1).
       01 campaignCount pic 9(9) comp-5 value 0.
      *> sent/response counts per campaign and city
       01 cityStatTable.
           03 filler       pic x(7) value " RATE: ".
           03 ch-rate      pic z(2)9.99.
           03 filler       pic x(1) value "%".
       01 verifiedLine.
           03 filler       pic x(25) value
               "  TO VERIFIED ADDRESSES: ".
           03 vl-verified  pic z(8)9.
           03 filler       pic x(1) value space.
           03 vl-share     pic z(2)9.99.
           03 filler       pic x(1) value "%".
       01 verifiedUnknownLine.
           03 filler       pic x(37) value
               "  TO VERIFIED ADDRESSES: NOT RECORDED".
       01 cityDetailLine.
           03 filler       pic x(2) value spaces.
           03 cd-city      pic x(20).
           open input connectionFile
           if fs-connectionfile = "00"
               perform until wsLockEof = "Y"
                   read connectionFile next record
                       at end
                           move "Y" to wsLockEof
                       not at end
                           if cnType = "Q"
                               move "Y" to wsQuiesced
                               display "system quiesced for"
                                   " maintenance by " cnHolder
                                   " since " cnTimestamp
                           end-if
                   end-read
               end-perform
                                   to ct-pieces(campaignCount)
                               move 0
                                   to ct-responses(campaignCount)
                               if cg-verifiedCount is numeric
                                   move cg-verifiedCount
                                       to ct-verified(campaignCount)
                                   move "Y" to
                                       ct-verifiedKnown(campaignCount)
                               else
                                   move 0
                                       to ct-verified(campaignCount)
                                   move "N" to
                                       ct-verifiedKnown(campaignCount)
                               end-if
                           end-if
                   end-read
               end-perform
               move ct-responses(sub) to ch-responses
               perform 3200-compute-rate
               write reportLine from campaignHeadLine
               perform 3300-write-verified-share
               move 1 to sub2
               perform until sub2 > cityStatCount
                   if cs-campaignId(sub2) = ct-campaignId(sub)
           close reportFile
           .

       3300-write-verified-share section.
           if ct-verifiedKnown(sub) = "N"
               write reportLine from verifiedUnknownLine
           else
               move ct-verified(sub) to vl-verified
               if ct-pieces(sub) = 0
                   move 0 to vl-share
               else
                   compute wsRate
                       = (ct-verified(sub) * 10000) / ct-pieces(sub)
                   compute wsRateEdit = wsRate / 100
                   move wsRateEdit to vl-share
               end-if
               write reportLine from verifiedLine
           end-if
           .

       3100-write-one-city section.
           move spaces to cityDetailLine
           move cs-city(sub2) to cd-city
