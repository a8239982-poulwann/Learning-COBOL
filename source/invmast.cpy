           05 im-location-balances occurs 3 times.
               10 il-location-code pic x(3).
               10 il-quantity pic 9(5).
           05 im-vendor-id pic x(6).
