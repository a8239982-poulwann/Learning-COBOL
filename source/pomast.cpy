       01  purchase-order-record.
           05 po-key.
               10 po-number pic 9(6).
               10 po-line pic 9(2).
           05 po-vendor-id pic x(6).
           05 po-item-number pic 9(3).
           05 po-location pic x(3).
           05 po-order-date pic 9(8).
           05 po-due-date pic 9(8).
           05 po-order-qty pic 9(5).
           05 po-received-qty pic 9(5).
           05 po-unit-cost pic 9(5)v99.
           05 po-status pic x(1).
               88 po-is-open value "O".
               88 po-is-partial value "P".
               88 po-is-received value "R".
               88 po-is-cancelled value "X".
               88 po-is-outstanding value "O" "P".
           05 po-last-receipt-date pic 9(8).
