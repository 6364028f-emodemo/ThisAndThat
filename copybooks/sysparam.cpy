      ******************************************************************
      *
      * sysparam.cpy
      *
      * Layout of one row on system-parameters.txt - the operational
      * settings that used to be literals compiled into the jobs
      * that use them.  A parameter can carry several rows, each
      * with the date it takes effect from; the value in force on a
      * night is the row with the latest spEffective on or before
      * it, so a change can be dated ahead and last month's setting
      * is still on file.  spOwner is the team answerable for the
      * setting.  The parameters known and the range each may take
      * are in sysparamcat.cpy.  Maintained by systemParameterUpdate
      * only; read through the systemParameter lookup.
      *
      ******************************************************************
           02 spName      pic x(20).
           02 spEffective pic 9(8).
           02 spValue     pic 9(9).
           02 spOwner     pic x(8).
