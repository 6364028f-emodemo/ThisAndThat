      *> notice.  The notice goes to both the old and the new
      *> address, so a mistyped street is caught by the copy that
      *> still reaches the contact instead of sitting undetected
      *> until mail bounces.  A contact flagged deceased or gone away
      *> on records-suppression.txt gets no notice at either address.
       program-id. changeNoticeRun as "changeNoticeRun".

       environment division.
           select noticeFile assign to ".\change-notices.txt"
           organization is line sequential.

           select optional suppressionFile
           assign to ".\records-suppression.txt"
           organization is indexed
           access is dynamic
           record key supRecordId of suppressionRec
               with no duplicates
           file status is fs-suppression.

       data division.
       file section.
       fd auditFile.
       fd noticeFile.
       01 noticeLine pic x(132).

       fd suppressionFile.
       01 suppressionRec.
       copy "suppression.cpy".

       working-storage section.
       01 eof pic x(1) value "N".
       01 fs-audit pic x(2).
       01 noticeCount pic 9(9) comp-5 value 0.
       01 fs-suppression pic x(2).
       01 wsSuppressed pic x(1) value "N".
       01 suppressedCount pic 9(9) comp-5 value 0.
       01 wsCodeText pic 9(5).
       01 addressLine pic x(132).
       01 wsColumn pic 9(3) comp-5 value 1.
               goback
           end-if
           open output noticeFile
           open input suppressionFile

           perform until eof = "Y"
               read auditFile
                                  not = recordCity of au-after
                               or recordCode of au-before
                                  not = recordCode of au-after)
                           perform 0700-check-suppression
                           if wsSuppressed = "Y"
                               add 1 to suppressedCount
                           else
                               perform 1000-write-one-notice
                           end-if
                       end-if
               end-read
           end-perform

           close suppressionFile
           close noticeFile
           close auditFile

           display "notices produced: " noticeCount
           display "notices withheld, deceased/gone away: "
               suppressedCount
           goback
           .

      *****************************************************************
      * Sections
      *****************************************************************
       0700-check-suppression section.
           move "N" to wsSuppressed
           move recordId of au-after
               to supRecordId of suppressionRec
           read suppressionFile
               key is supRecordId of suppressionRec
               invalid key
                   continue
               not invalid key
                   if supFlag of suppressionRec = "Y"
                       move "Y" to wsSuppressed
                   end-if
           end-read
           .

      *> one notice per copy - the old address first (the contact is
      *> most likely still there if the change was a keying error),
      *> then the new
