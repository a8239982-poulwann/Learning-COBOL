           05 aj-qty-present pic x(1).
           05 filler pic x(20).
           05 aj-location pic x(3).
           05 filler pic x(13).
           05 aj-reason-code pic x(1).
           05 filler pic x(3).

       01 adjustment-header-line.
           05 ah-record-code pic x(1).
           move ws-abs-variance to aj-quantity.
           move "Y" to aj-qty-present.
           move ws-loc-request to aj-location.
           move "C" to aj-reason-code.
           write adjustment-record from adjustment-detail-line.
           add 1 to ws-adjust-count.
           add ws-abs-variance to ws-adjust-hash.
