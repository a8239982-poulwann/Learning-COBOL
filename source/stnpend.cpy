       01  station-pending-record.
           05 sp-change-id.
               10 sp-submit-stamp pic x(14).
               10 sp-submit-seq pic 9(4).
           05 sp-status pic x.
               88 sp-is-pending value "P".
               88 sp-is-applied value "A".
               88 sp-is-rejected value "R".
               88 sp-is-expired value "E".
           05 sp-trans-code pic x.
           05 sp-station-id pic x(4).
           05 sp-submitted-by pic x(8).
           05 sp-decided-by pic x(8).
           05 sp-decided-stamp pic x(14).
           05 sp-reason pic x(40).
           05 sp-before-flag pic x.
               88 sp-has-before-image value "Y".
           05 sp-before-image pic x(120).
           05 sp-after-image pic x(120).
