       01  advisory-master-record.
           05 av-key.
               10 av-fir pic x(4).
               10 av-type pic x.
                   88 av-is-sigmet value "S".
                   88 av-is-airmet value "A".
               10 av-sequence pic x(4).
               10 av-valid-start pic x(6).
           05 av-valid-end pic x(6).
           05 av-start-stamp pic x(12).
           05 av-end-stamp pic x(12).
           05 av-issuing-unit pic x(4).
           05 av-status pic x.
               88 av-is-active value "A".
               88 av-is-replaced value "R".
               88 av-is-cancelled value "C".
               88 av-is-expired value "E".
           05 av-phenomenon pic x(24).
           05 av-hazard-class pic x(4).
           05 av-received-stamp pic x(12).
           05 av-status-stamp pic x(12).
           05 av-superseded-by pic x(6).
           05 av-raw-text pic x(120).
