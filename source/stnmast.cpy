           05 sm-region-code pic x(4).
           05 sm-taf-issue-count pic 9.
           05 sm-taf-issue-hours occurs 4 times pic 9(2).
           05 sm-wmo-index pic x(5).
           05 sm-coord-flag pic x.
               88 sm-has-coordinates value "Y".
           05 sm-latitude pic s9(2)v9(4).
           05 sm-longitude pic s9(3)v9(4).
