       data division.
       file section.
       fd  archive-file.
       01  archive-record pic x(124).

       fd  trend-report-file.
       01  trend-report-record pic x(80).
