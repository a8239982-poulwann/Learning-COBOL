       01  work-order-record.
           05 wo-key.
               10 wo-station-id pic x(4).
               10 wo-number pic 9(6).
           05 wo-description pic x(40).
           05 wo-status pic x(1).
               88 wo-is-open value "O".
               88 wo-is-in-progress value "P".
               88 wo-is-closed value "C".
               88 wo-accepts-issues value "O" "P".
           05 wo-opened-date pic 9(8).
           05 wo-started-date pic 9(8).
           05 wo-closed-date pic 9(8).
           05 wo-opened-by pic x(8).
           05 wo-parts-cost pic 9(7)v99.
           05 wo-issue-count pic 9(5).
