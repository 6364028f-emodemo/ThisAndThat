      ******************************************************************
      *
      * connection.cpy
      *
      * Layout of one row on the connection registry
      * (records-connections.txt) - the system-wide interlock
      * between the writing connections and the exclusive
      * utilities.  cnType is C for a connection recordsProgram
      * registered at open, or Q for the quiesce marker an
      * exclusive utility posts while it holds the system; cnHolder
      * is the operator, or the utility's holder name on a Q row,
      * and cnTimestamp (yyyymmddhhmmss) when the row went on.
      * cnProgram and cnProcess are the job holding the connection
      * and its process id, from ADDRESSBOOK_PROGRAM and
      * ADDRESSBOOK_PROCESS as the launching script sets them -
      * blank when it did not.  cnLastActive is refreshed while the
      * connection is in use, how connectionRegistryReport and
      * connectionCleanup tell a working connection from one
      * nothing has called for hours.  The file is indexed on cnKey,
      * so each connection touches and removes its own row by key
      * and no writer ever rewrites anyone else's.
      *
      ******************************************************************
           02 cnKey.
               03 cnType       pic x(1).
               03 filler       pic x(1).
               03 cnHolder     pic x(8).
               03 filler       pic x(1).
               03 cnTimestamp  pic x(14).
               03 filler       pic x(1).
               03 cnProgram    pic x(24).
               03 filler       pic x(1).
               03 cnProcess    pic x(10).
           02 filler           pic x(1).
           02 cnLastActive     pic x(14).
