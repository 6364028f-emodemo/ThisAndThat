      ******************************************************************
      *
      * suppression.cpy
      *
      * Layout of one deceased / gone-away suppression entry, keyed by
      * the owning recordId, on records-suppression.txt.  Written by
      * suppressionScreening when a contact matches the bought
      * industry suppression files with high confidence, and by
      * suppressionReviewScreen when an operator confirms a possible
      * match.  supReason is D (deceased) or G (gone away); supScore
      * is the match confidence (0-100) the entry was made on and
      * supSource says how - S screened automatically, R confirmed on
      * review by supOperator.  While supFlag is "Y" mailingLabels,
      * presortMailing, mailMergeLetters, dunningLetters and
      * changeNoticeRun send the contact nothing.  Copied into the
      * file section of every job that sets or consults the flag.
      *
      ******************************************************************
           02 supRecordId pic 9(9) comp.
           02 supFlag     pic x(1).
           02 supReason   pic x(1).
           02 supScore    pic 9(3).
           02 supSource   pic x(1).
           02 supDate     pic 9(8).
           02 supOperator pic x(8).
