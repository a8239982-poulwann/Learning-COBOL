       01 missing-history-line.
           05 mh-check-date pic x(8).
           05 filler pic x(1) value space.
           05 mh-station-id pic x(4).
           05 filler pic x(1) value space.
           05 mh-expected pic 9(4).
           05 filler pic x(1) value space.
           05 mh-received pic 9(4).
           05 filler pic x(1) value space.
           05 mh-missing pic 9(4).
           05 filler pic x(1) value space.
           05 mh-late pic 9(4).
