      ******************************************************************
      *
      * territory.cpy
      *
      * Layout of one contact's territory assignment - the territory
      * and account manager the contact falls to under
      * territory-table.txt, keyed by the contact's recordId.
      * taManager is an operator id from operator-permissions.txt;
      * taAssignedDate is the run that last placed the contact, and
      * moves only when the territory or manager changes.  Written
      * only by territoryAssignment, from the table, never by hand;
      * read by commissionReport to credit a manager with the
      * payments applied to their contacts.
      *
      ******************************************************************
           02 taRecordId     pic 9(9).
           02 taTerritory    pic x(6).
           02 taManager      pic x(8).
           02 taAssignedDate pic 9(8).
