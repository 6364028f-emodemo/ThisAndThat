      *
      ******************************************************************
      *> Prints the quarterly address-book directory: every record in
      *> datafile, sorted by family name then city.  A restricted
      *> contact's street and phone are masked through
      *> confidentialMask unless the operator named in the
      *> ADDRESSBOOK_OPERATOR environment variable is cleared for
      *> it; with no operator named the listing is masked throughout.
       program-id. directoryReport as "directoryReport".

       environment division.
       01 wsGenDate pic 9(8).
       01 wsGenRowCount pic 9(9) comp-5 value 0.
       01 wsGenEof pic x(1) value "N".
       01 wsOperator pic x(8).
       01 wsMaskSource pic x(24) value "directoryReport".
       01 wsMaskResult pic x(1).

       01 reportHeading1.
           03 filler pic x(20) value "FAMILY".
           if wsDatafilePath = spaces
               move ".\records.txt" to wsDatafilePath
           end-if
           accept wsOperator from environment "ADDRESSBOOK_OPERATOR"

           accept wsRunDate from date yyyymmdd
           open input addressFile

       1100-format-detail section.
           move spaces to detailLine
           call "confidentialMask" using wsOperator wsMaskSource
                                         sortRec wsMaskResult
           move recordFamily of sortRec to dl-family
           move recordName of sortRec   to dl-name
           move recordStreet of sortRec to dl-street
           move recordCity of sortRec   to dl-city
           move recordPhone of sortRec  to dl-phone
      *> a masked contact's mailing street is no less restricted
           if wsMaskResult not = "M"
               perform 1200-prefer-mailing-address
           end-if
           move detailLine to reportLine
           .

