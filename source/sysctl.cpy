       01  system-control-record.
           05 sc-business-date pic 9(8).
           05 filler pic x(1).
           05 sc-window-start pic x(12).
           05 filler pic x(1).
           05 sc-window-end pic x(12).
           05 filler pic x(1).
           05 sc-rolled-by pic x(8).
           05 filler pic x(1).
           05 sc-rolled-stamp pic x(14).
