       01 pirep-history-line.
           05 ph-obs-stamp pic x(12).
           05 filler pic x(1) value space.
           05 ph-report-type pic x(3).
               88 ph-is-urgent value "UUA".
           05 filler pic x(1) value space.
           05 ph-station-id pic x(4).
           05 filler pic x(1) value space.
           05 ph-location pic x(16).
           05 filler pic x(1) value space.
           05 ph-flight-level pic x(4).
           05 filler pic x(1) value space.
           05 ph-aircraft-type pic x(4).
           05 filler pic x(1) value space.
           05 ph-sky pic x(24).
           05 filler pic x(1) value space.
           05 ph-air-temp pic x(4).
           05 filler pic x(1) value space.
           05 ph-turb-level pic x(3).
           05 filler pic x(1) value space.
           05 ph-turb-text pic x(24).
           05 filler pic x(1) value space.
           05 ph-icing-level pic x(3).
           05 filler pic x(1) value space.
           05 ph-icing-text pic x(24).
           05 filler pic x(1) value space.
           05 ph-hazard-flag pic x.
               88 ph-is-hazard value "Y".
           05 filler pic x(1) value space.
           05 ph-received-stamp pic x(12).
           05 filler pic x(1) value space.
           05 ph-raw-string pic x(120).
