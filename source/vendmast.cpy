       01  vendor-master-record.
           05 vm-vendor-id pic x(6).
           05 vm-vendor-name pic x(30).
           05 vm-contact-name pic x(20).
           05 vm-phone pic x(15).
           05 vm-lead-days pic 9(3).
           05 vm-active-flag pic x(1).
               88 vm-vendor-active value "A".
