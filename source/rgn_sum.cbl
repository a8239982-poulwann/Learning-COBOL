       data division.
       file section.
       fd  archive-file.
       01  archive-record pic x(124).

       fd  station-master-file.
           copy stnmast.
