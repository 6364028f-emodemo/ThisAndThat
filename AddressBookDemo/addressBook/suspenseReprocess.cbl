      *> the full record image), then this run pushes every row back
      *> through writeRecordFunc.  A row that loads drops off the
      *> file; one that fails again goes back with its cycle count
      *> bumped; one that has now failed SUSPENSE-MAX-CYCLES cycles
      *> (three unless system-parameters.txt says otherwise) ages
      *> out onto the exception report instead of circling forever.
       program-id. suspenseReprocess as "suspenseReprocess".

       environment division.
       01 agedOutCount  pic 9(9) comp-5 value 0.
      *> rows that fail this many cycles age out to the exception
      *> report instead of going back on the file
       78 defaultMaxCycles value 3.
       01 maxCycles pic 9(9) value defaultMaxCycles.
       01 wsParamName  pic x(20) value "SUSPENSE-MAX-CYCLES".
       01 wsParamDate  pic 9(8) value 0.
       01 wsParamFound pic x(1).
      *> the whole suspense file is held here while it is rewritten -
      *> same in-memory table bound every other record table in this
      *> subsystem uses

       procedure division.
       0000-mainline section.
           call "systemParameter" using wsParamName wsParamDate
                                        maxCycles wsParamFound
           perform 1000-read-suspense-file

           move openFile to func
