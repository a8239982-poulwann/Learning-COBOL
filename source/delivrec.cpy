       01 delivery-log-line.
           05 dl-delivery-date pic x(8).
           05 filler pic x(1) value space.
           05 dl-delivery-time pic x(6).
           05 filler pic x(1) value space.
           05 dl-subscriber-id pic x(6).
           05 filler pic x(1) value space.
           05 dl-station-id pic x(4).
           05 filler pic x(1) value space.
           05 dl-product pic x(4).
           05 filler pic x(1) value space.
           05 dl-reference pic x(17).
