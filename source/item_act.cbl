       data division.
       file section.
       fd  item-history-file.
       01  item-history-record pic x(80).

       fd  activity-report-file.
       01  activity-report-record pic x(80).
