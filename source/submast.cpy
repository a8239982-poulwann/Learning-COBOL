       01  subscriber-master-record.
           05 sb-subscriber-id pic x(6).
           05 sb-subscriber-name pic x(30).
           05 sb-contact-name pic x(20).
           05 sb-phone pic x(15).
           05 sb-active-flag pic x(1).
               88 sb-subscriber-active value "A".
           05 sb-sub-count pic 9(2).
           05 sb-subscriptions occurs 20 times.
               10 sb-sub-station pic x(4).
               10 sb-sub-product pic x(4).
                   88 sb-product-bulletin value "BLTN".
                   88 sb-product-board value "CURR".
                   88 sb-product-wind-clim value "WIND".
                   88 sb-product-taf-advisory value "TAFA".
