       01  period-control-line.
           05 pc-last-closed-period pic 9(6).
           05 filler pic x(1) value space.
           05 pc-closed-date pic 9(8).
           05 filler pic x(1) value space.
           05 pc-closed-by pic x(8).
